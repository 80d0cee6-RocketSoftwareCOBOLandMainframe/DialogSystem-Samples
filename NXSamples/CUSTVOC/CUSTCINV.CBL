      * batch's goods value and tax.  The date of the last           *
      * consolidation lives on the control file under "CINVDATE",    *
      * so "since the last consolidation" is a stored fact, and the  *
      * register lists every consolidated invoice cut.  A cycle that *
      * falls due on a weekend or holiday (the shared custbday       *
      * calendar) moves to the next working night rather than date   *
      * an invoice on a day the office is shut.                      *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
       77  last-cons-date              PIC 9(8).
       77  last-cons-julian            PIC 9(7) COMP.
       77  days-since-cons             PIC S9(7) COMP.
       77  next-working-date           PIC 9(8).
       77  bday-function               PIC X VALUE "R".
       77  bday-to-date                PIC 9(8) VALUE 0.
       77  bday-day-count              PIC S9(7) COMP.

       77  ord-eof-switch              PIC X VALUE "N".
           88  ord-eof                 VALUE "Y".
       01  not-due-line                PIC X(60) VALUE
               "CONSOLIDATION NOT YET DUE -- NO INVOICES CUT".

       01  holiday-line                PIC X(60) VALUE
               "CONSOLIDATION DUE -- MOVES TO THE NEXT WORKING DAY".

       01  baseline-line               PIC X(60) VALUE
               "FIRST RUN -- BASELINE DATE SEEDED; NOTHING CUT".

               WHEN days-since-cons < consolidation-cycle-days
                   MOVE not-due-line TO report-line
                   WRITE report-line
      *  Due, but not on a working day -- the stored date is left
      *  alone, so the cycle is still due on the next working night.
               WHEN next-working-date NOT = today-yyyymmdd
                   MOVE holiday-line TO report-line
                   WRITE report-line
               WHEN OTHER
                   PERFORM UNTIL cust-file-eof
                       READ customer-file NEXT RECORD
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)
           CALL "custbday" USING bday-function, today-yyyymmdd,
                                 bday-to-date, next-working-date,
                                 bday-day-count
           END-CALL

           OPEN INPUT customer-file
           OPEN INPUT order-file
                   EXIT SECTION
           END-WRITE

      *  VOCINVC prints it in the customer's language, under the
      *  consolidated invoice's own "CINV" wording on doctext.ism
      *  where the office has loaded any.
           CALL "vocinvc" USING invoice-record, customer-record
           END-CALL

      *  Queued for the trading partner's electronic invoice -- the
      *  invoice first, then each order it covers, so CUSTEDIX can
      *  list the orders' lines under it.
           CALL "custediq" USING "INV ", invo-c-code, invo-ord-no,
                                  invo-no
           END-CALL
           PERFORM Queue-Consolidated-Orders

           ADD 1 TO invoices-cut
           ADD 1 TO run-writes-count

           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Queue-Consolidated-Orders browses the account's   *
      *  orders again under the same test Consolidate-      *
      *  Customer applied and queues one "INVO" record per    *
      *  order the invoice just cut covers.                    *
      *                                                  *
      ****************************************************

       Queue-Consolidated-Orders SECTION.

           MOVE "N" TO ord-eof-switch
           MOVE file-c-code TO ord-c-code
           MOVE 0           TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   SET ord-eof TO TRUE
           END-START

           PERFORM UNTIL ord-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-eof TO TRUE
               END-READ
               IF  NOT ord-eof
                   IF  ord-c-code NOT = file-c-code
                       SET ord-eof TO TRUE
                   ELSE
                       IF  NOT order-voided
                               AND NOT order-settled
                               AND order-approved
                               AND ord-date > last-cons-date
                           CALL "custediq" USING "INVO", ord-c-code,
                                                  ord-no, invo-no
                           END-CALL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
