      * as the screen path would (control-file order number, tax,    *
      * ordxref entry, audit record), and marks the backorder        *
      * filled.  The register shows who was filled and who is still  *
      * waiting, and why.  Nothing is released onto an item blocked  *
      * for a quality hold (see inv-life-status in invmrec.cpy) until*
      * the hold lifts.                                              *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           88  po-eof                  VALUE "Y".
       77  earliest-expected           PIC 9(8).

      *  Working storage for Quote-Promise-Date below.
       01  result-hold                 PIC X(56).

      *  Backorder releases ship from the main warehouse -- see
      *  locrec.cpy.
       77  main-location               PIC X(3) VALUE "WH1".
      *  Backorder releases do not pick a lot -- the movement
      *  carries spaces there.
       77  no-lot-no                   PIC X(6) VALUE SPACES.
      *  Only a goods receipt against a purchase order carries
      *  costs onto the movement ledger -- zero here.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.

       77  release-ok-switch           PIC X VALUE "N".
           88  release-ok               VALUE "Y".

       01  today-yyyymmdd              PIC 9(8).
       77  cust-tax-rate               PIC 9(2)V9999 COMP.
       77  juris-tax-rate              PIC 9(2)V9999 COMP.
       77  tax-liable-switch           PIC X.
           88  tax-liable               VALUE "Y".

       77  filled-count                PIC 9(6) COMP.
       77  waiting-count               PIC 9(6) COMP.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-qty                  PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-result               PIC X(56).

       01  totals-line.
           03  FILLER                  PIC X(10) VALUE "FILLED:".
           IF  NOT item-found
               MOVE "ITEM NO LONGER ON PRODUCT MASTER" TO dl-result
               CLOSE inventory-file
               EXIT SECTION
           END-IF
      *  A blocked item is on a quality hold -- none of it may go
      *  out, so the backorder waits for the hold to lift however
      *  much stock is on the shelf.
           IF  item-blocked
               MOVE "ITEM BLOCKED -- QUALITY HOLD, WAITING"
                   TO dl-result
               CLOSE inventory-file
           ELSE
      *  Only unreserved stock may fill a backorder -- on-hand less
      *  what committed-but-unshipped lines hold in inv-alloc-qty
               IF  free-stock < bko-qty
                   MOVE "STILL OUT OF STOCK -- WAITING" TO dl-result
                   PERFORM Find-Expected-Receipt
                   PERFORM Quote-Promise-Date
                   CLOSE inventory-file
               ELSE
                   SUBTRACT bko-qty FROM inv-qty-held
                   CALL "invmove" USING bko-item-code, "OUT",
                                         movement-qty, ord-no,
                                         "   ", main-location,
                                         no-lot-no,
                                         no-movement-costs
                   END-CALL
                   COMPUTE location-delta = 0 - bko-qty
                   CALL "invlocup" USING bko-item-code,
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Quote-Promise-Date adds the date the customer      *
      *  was promised when the backorder was taken, so the   *
      *  register shows it beside the PO now due.  A          *
      *  backorder taken before promise dates were kept        *
      *  (spaces) or with no date to promise is left as is.    *
      *                                                  *
      ****************************************************

       Quote-Promise-Date SECTION.

           IF  bko-promise-date NOT NUMERIC
               EXIT SECTION
           END-IF
           IF  bko-promise-date = 0
               EXIT SECTION
           END-IF

           MOVE dl-result TO result-hold
           MOVE SPACES TO dl-result
           STRING result-hold DELIMITED BY "  "
                  ", PROMISED " bko-promise-date
                      DELIMITED BY SIZE
               INTO dl-result.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
           END-REWRITE

           MOVE today-yyyymmdd TO ord-date
      *  The customer asked for these goods when the backorder was
      *  taken, not today -- the requested date runs from bko-date,
      *  so the on-time-in-full figures see the wait for what it is.
           CALL "custreqd" USING file-c-lead-days, bko-date,
                                 ord-req-date
           END-CALL
           COMPUTE ord-val = item-unit-price * bko-qty
           MOVE 0              TO ord-pay-val
           MOVE file-c-currency TO ord-currency
           MOVE 0              TO ord-void-date

           MOVE 0 TO cust-tax-rate
           MOVE "N" TO tax-liable-switch
           IF  file-c-tax NOT = SPACE
               MOVE "Y" TO tax-liable-switch
               MOVE file-c-tax TO tax-code
               READ taxrate-file
                   INVALID KEY
                       MOVE tax-rate TO cust-tax-rate
               END-READ
           END-IF
      *  A taxable order is charged at the rate of the place the
      *  goods are delivered -- see the shared custtjur lookup; the
      *  flat file-c-tax code rate stands where no jurisdiction is
      *  on file for the address.
           MOVE SPACES TO ord-tax-juris
           IF  tax-liable
               CALL "custtjur" USING file-c-code, ord-shipto,
                                      file-c-state, file-c-postal,
                                      ord-tax-juris, juris-tax-rate
               END-CALL
               IF  ord-tax-juris NOT = SPACES
                   MOVE juris-tax-rate TO cust-tax-rate
               END-IF
           END-IF
           COMPUTE ord-tax ROUNDED = ord-val * cust-tax-rate

      *  An outsized order commits pending -- held off the slip,
      *  The released order gets its line detail the moment it
      *  exists -- the slip, the statement's order lines and the
      *  delivery note all print from ordline.ism.
               MOVE SPACES           TO ordline-record
               MOVE bko-c-code       TO ordl-c-code
               MOVE ord-no           TO ordl-ord-no
               MOVE 1                TO ordl-line-no
               MOVE bko-qty          TO ordl-qty
               MOVE item-unit-price  TO ordl-unit-price
               MOVE ord-val          TO ordl-extension
               MOVE ord-req-date     TO ordl-req-date
               WRITE ordline-record
                   INVALID KEY
                       CONTINUE
