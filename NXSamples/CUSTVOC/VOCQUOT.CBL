       77  item-found-switch           PIC X VALUE "N".
           88  item-found               VALUE "Y".

      *  The shared invlife lifecycle gate -- an item leaving the
      *  range is neither quoted nor converted once it can no
      *  longer be sold, and its substitute is named instead.
       77  life-item-code              PIC X(4).
       77  life-qty                    PIC 9(5) COMP VALUE 1.
       77  life-verdict                PIC X.
           88  item-sellable            VALUE "Y".
       77  life-reason                 PIC X(40).
       77  life-substitute             PIC X(4).
       77  life-status                 PIC X.

       01  report-status               PIC XX.
           88  report-file-ok          VALUE "00".

      *  Accepted quotes do not pick a lot -- the movement carries
      *  spaces there.
       77  no-lot-no                   PIC X(6) VALUE SPACES.
      *  Only a goods receipt against a purchase order carries
      *  costs onto the movement ledger -- zero here.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
       77  aud-after-image             PIC X(80).
       01  amount-display              PIC Z,ZZZ,ZZ9.99.

      *  custvoc.cpb is expected to carry a QUOTE-WINDOW with
      *  VOC-C-QUO-NO (the quote being converted), VOC-C-QUO-EXPIRY
      *  and a VOC-C-ITEM-CODE shared with the order entry screen --
      *  see Add-Quote and Convert-Quote below -- plus, for Lose-
      *  Quote, VOC-C-QUO-LOST-REASON (the two-character reason code
      *  quoterec.cpy lists) and VOC-C-QUO-COMPETITOR.
           COPY "custvoc.cpb".

      ****************************************************
               goback
           END-IF

           MOVE VOC-C-ITEM-CODE TO life-item-code
           CALL "invlife" USING life-item-code, life-qty,
                                 life-verdict, life-reason,
                                 life-substitute, life-status
           END-CALL
           IF  NOT item-sellable
               PERFORM Show-Item-Leaving
               goback
           END-IF
           IF  life-reason NOT = SPACES
               DISPLAY "ITEM " life-item-code ": " life-reason
           END-IF

           PERFORM Open-Quote-File

           MOVE control-id-quono TO ctl-id
           MOVE file-c-currency TO quo-currency
           MOVE VOC-C-ITEM-CODE TO quo-item-code
           MOVE "O" TO quo-status
           MOVE 0 TO quo-close-date
           MOVE SPACES TO quo-lost-reason
           MOVE SPACES TO quo-competitor

           WRITE quote-record
               INVALID KEY
           END-READ

           IF  NOT quote-open
               PERFORM Show-Quote-Closed
               CLOSE quote-file
               goback
           END-IF

      *  A lapsed quote the nightly sweep has not reached yet is
      *  marked expired here, the same as CUSTQEXP would mark it.
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD
           IF  today-date-yyyymmdd > quo-expiry
               DISPLAY "QUOTE " quo-no " EXPIRED ON " quo-expiry
                   " -- RE-QUOTE THE JOB"
               MOVE "X" TO quo-status
               MOVE quo-expiry TO quo-close-date
               REWRITE quote-record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               CLOSE quote-file
               goback
           END-IF
               goback
           END-IF

      *  The quoted item may have left the range since the quote
      *  went out -- the quote stays open for the operator to
      *  re-quote on the substitute or mark lost.
           IF  quo-item-code NOT = SPACES
               MOVE quo-item-code TO life-item-code
               CALL "invlife" USING life-item-code, life-qty,
                                     life-verdict, life-reason,
                                     life-substitute, life-status
               END-CALL
               IF  NOT item-sellable
                   PERFORM Show-Item-Leaving
                   CLOSE quote-file
                   goback
               END-IF
           END-IF

           MOVE control-id-ordno TO ctl-id
           READ control-file
               INVALID KEY
           END-REWRITE

           MOVE today-date-yyyymmdd TO ord-date
      *  The customer named no ship date on the quote, so the order
      *  asks for its usual lead time -- see the shared custreqd.
           CALL "custreqd" USING file-c-lead-days, ord-date,
                                 ord-req-date
           END-CALL
           MOVE quo-val             TO ord-val
           MOVE 0                   TO ord-pay-val
           MOVE quo-currency        TO ord-currency
      *  counter sale's do -- an accepted quote must not ship
      *  goods the inventory system never saw leave.
           IF  quo-item-code NOT = SPACES
               MOVE SPACES        TO ordline-record
               MOVE VOC-c-code    TO ordl-c-code
               MOVE ord-no        TO ordl-ord-no
               MOVE 1             TO ordl-line-no
               MOVE 1             TO ordl-qty
               MOVE quo-val       TO ordl-unit-price
               MOVE quo-val       TO ordl-extension
               MOVE ord-req-date  TO ordl-req-date
               WRITE ordline-record
                   INVALID KEY
                       CONTINUE
           END-IF

           MOVE "A" TO quo-status
           MOVE today-date-yyyymmdd TO quo-close-date
           REWRITE quote-record
               INVALID KEY
                   CONTINUE

           goback.

      ****************************************************
      *                                                  *
      *  Lose-Quote records that the customer took the job *
      *  elsewhere -- VOC-C-QUO-LOST-REASON (one of the      *
      *  reason codes quoterec.cpy lists) and the competitor   *
      *  named in VOC-C-QUO-COMPETITOR, if known.  An open      *
      *  quote or one that has lapsed can be marked lost; a      *
      *  converted one cannot.                                    *
      *                                                  *
      ****************************************************

       Lose-Quote SECTION.

       ENTRY "Lose-Quote".

           MOVE VOC-C-QUO-LOST-REASON TO quo-lost-reason
           IF  NOT lost-reason-valid
               DISPLAY "LOST REASON MUST BE PR, LT, SP, NR, CX OR OT"
               goback
           END-IF

           PERFORM Open-Quote-File

           MOVE VOC-c-code   TO quo-c-code
           MOVE VOC-C-QUO-NO TO quo-no
           READ quote-file
               INVALID KEY
                   DISPLAY "QUOTE " VOC-C-QUO-NO " NOT ON FILE FOR "
                       VOC-c-code
                   CLOSE quote-file
                   goback
           END-READ

           IF  NOT quote-open AND NOT quote-expired
               PERFORM Show-Quote-Closed
               CLOSE quote-file
               goback
           END-IF

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "QUOTE " quo-no " STATUS=" quo-status
               DELIMITED BY SIZE INTO aud-before-image

           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD
           MOVE "L" TO quo-status
           MOVE today-date-yyyymmdd   TO quo-close-date
           MOVE VOC-C-QUO-LOST-REASON TO quo-lost-reason
           MOVE VOC-C-QUO-COMPETITOR  TO quo-competitor
           REWRITE quote-record
               INVALID KEY
                   DISPLAY "COULD NOT UPDATE QUOTE " quo-no
                   CLOSE quote-file
                   goback
           END-REWRITE

           CLOSE quote-file

           STRING "QUOTE " quo-no " LOST " quo-lost-reason " TO "
                  quo-competitor
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "QUOTE-LOST", VOC-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           DISPLAY "QUOTE " quo-no " MARKED LOST"

           goback.

      ****************************************************
      *                                                  *
      *  Show-Quote-Closed tells the operator why a quote  *
      *  that is no longer open cannot be acted on.         *
      *                                                  *
      ****************************************************

       Show-Quote-Closed SECTION.

           EVALUATE TRUE
               WHEN quote-accepted
                   DISPLAY "QUOTE " quo-no " HAS ALREADY BEEN ACCEPTED"
               WHEN quote-lost
                   DISPLAY "QUOTE " quo-no " WAS MARKED LOST ON "
                       quo-close-date
               WHEN quote-expired
                   DISPLAY "QUOTE " quo-no " EXPIRED ON " quo-expiry
                       " -- RE-QUOTE THE JOB"
               WHEN OTHER
                   DISPLAY "QUOTE " quo-no " IS NOT OPEN"
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Show-Item-Leaving tells the operator why the item  *
      *  can no longer be sold and names the substitute the  *
      *  invlife gate found in stock, if any.                 *
      *                                                  *
      ****************************************************

       Show-Item-Leaving SECTION.

           DISPLAY "ITEM " life-item-code ": " life-reason
           IF  life-substitute NOT = SPACES
               DISPLAY "  OFFER SUBSTITUTE " life-substitute
                   " INSTEAD"
           ELSE
               DISPLAY "  NO SUBSTITUTE IN STOCK TO OFFER"
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
                       CALL "invmove" USING quo-item-code, "OUT",
                                             movement-qty, ord-no,
                                             "   ", main-location,
                                             no-lot-no,
                                             no-movement-costs
                       END-CALL
                       MOVE -1 TO location-delta
                       CALL "invlocup" USING quo-item-code,
