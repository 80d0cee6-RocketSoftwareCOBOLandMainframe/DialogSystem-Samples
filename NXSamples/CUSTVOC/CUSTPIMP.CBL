      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Price-change impact report.  Run ahead of a new price list   *
      * -- the itemprc.ism entries INVPRCM.CBL has loaded with an    *
      * effective date still to come (just the one date given on     *
      * the command line as YYYYMMDD, every pending date by default) *
      * -- it lists the business already committed at the old        *
      * prices that the change will touch:                           *
      *                                                              *
      *   QUOTE     -- open quote.ism quotes still live on the date, *
      *                which convert at the price quoted             *
      *   STANDING  -- stord.ism templates for the item, whose value *
      *                no longer matches the new list                *
      *   CONTRACT  -- contract.ism blankets with quantity left      *
      *                after the date priced below the new list or   *
      *                below cost                                    *
      *   OVERRIDE  -- custpric.ism override prices below cost       *
      *                                                              *
      * Each line shows the old and new list, the committed price,   *
      * the inv-avg-cost moving-average cost and the quantity, with  *
      * the reprice effect (the committed quantity moved from the    *
      * committed price to the new list) and the margin the          *
      * committed price holds.  Lines sort by the customer's rep     *
      * (file-c-rep) then customer, with customer, rep and grand     *
      * totals, so sales can call the customers and refresh quotes   *
      * and standing orders before the new prices take effect.       *
      * Values are in home currency through custrate.  An item with  *
      * more than one pending date is measured against the earliest. *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      * This demonstration program is provided for use by users of   *
      * Rocket Software products and may be used, modified and       *
      * distributed as part of your application provided that you    *
      * properly acknowledge the copyright of Rocket Software in     *
      * this material.                                               *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custpimp.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT itemprc-file ASSIGN "itemprc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS iprc-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS iprc-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT quote-file ASSIGN "quote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS quo-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS quote-status.

           SELECT standing-file ASSIGN "stord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sto-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS sto-status.

           SELECT contract-file ASSIGN "contract.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS con-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS con-status.

           SELECT custprice-file ASSIGN "custpric.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cp-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS cp-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT salesrep-file ASSIGN "salesrep.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srep-code
           ACCESS IS DYNAMIC
           FILE STATUS IS srep-status.

           SELECT sort-work-file ASSIGN "custpimp.srt".

           SELECT report-file ASSIGN "custpimp.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  itemprc-file.
           COPY "itemprc.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  quote-file.
           COPY "quoterec.cpy".

       FD  standing-file.
           COPY "stordrec.cpy".

       FD  contract-file.
           COPY "contrrec.cpy".

       FD  custprice-file.
           COPY "custpric.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  salesrep-file.
           COPY "salesrep.cpy".

       SD  sort-work-file.
       01  sort-record.
           03  sw-rep                   PIC X(3).
           03  sw-c-code                PIC X(5).
           03  sw-type                  PIC X(8).
           03  sw-ref                   PIC X(8).
           03  sw-item-code             PIC X(4).
           03  sw-eff-date              PIC 9(8).
           03  sw-old-price             PIC 9(5)V99 COMP.
           03  sw-new-price             PIC 9(5)V99 COMP.
           03  sw-price                 PIC 9(7)V99 COMP.
           03  sw-cost                  PIC 9(5)V99 COMP.
           03  sw-qty                   PIC 9(7) COMP.
           03  sw-effect                PIC S9(9)V99 COMP.
           03  sw-margin                PIC S9(9)V99 COMP.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  iprc-status                 PIC XX.
           88  iprc-file-ok            VALUE "00".
           88  iprc-file-eof           VALUE "10".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  quote-status                PIC XX.
           88  quote-file-ok           VALUE "00".
           88  quote-file-eof          VALUE "10".

       01  sto-status                  PIC XX.
           88  sto-file-ok             VALUE "00".
           88  sto-file-eof            VALUE "10".

       01  con-status                  PIC XX.
           88  con-file-ok             VALUE "00".
           88  con-file-eof            VALUE "10".

       01  cp-status                   PIC XX.
           88  cp-file-ok              VALUE "00".
           88  cp-file-eof             VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  srep-status                 PIC XX.
           88  srep-file-ok            VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       77  run-eff-date                PIC 9(8).
       01  today-yyyymmdd              PIC 9(8).

      *  The pending price changes, one per item -- the earliest
      *  effective date still to come -- with the list price in
      *  force the day before and the item's cost.
       01  pending-table.
           03  pending-entry           OCCURS 500.
               05  pp-item-code        PIC X(4).
               05  pp-eff-date         PIC 9(8).
               05  pp-new-price        PIC 9(5)V99 COMP.
               05  pp-old-price        PIC 9(5)V99 COMP.
               05  pp-cost             PIC 9(5)V99 COMP.
       78  pending-table-size              VALUE 500.
       77  pending-entries             PIC 9(4) COMP.
       77  pending-ix                  PIC 9(4) COMP.
       77  pending-found-switch        PIC X.
           88  pending-found               VALUE "Y".
       77  find-item-code              PIC X(4).

       77  eve-julian                  PIC 9(7) COMP.
       77  eve-date                    PIC 9(8).

       77  prev-c-code                 PIC X(5) VALUE LOW-VALUES.
       77  cached-rep                  PIC X(3).
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  home-value                  PIC 9(7)V99 COMP.
       77  contract-left               PIC 9(7) COMP.

       77  break-rep                   PIC X(3) VALUE LOW-VALUES.
       77  break-c-code                PIC X(5) VALUE LOW-VALUES.
       77  cust-effect                 PIC S9(9)V99 COMP.
       77  cust-margin                 PIC S9(9)V99 COMP.
       77  rep-effect                  PIC S9(9)V99 COMP.
       77  rep-margin                  PIC S9(9)V99 COMP.
       77  total-effect                PIC S9(9)V99 COMP.
       77  total-margin                PIC S9(9)V99 COMP.
       77  lines-listed                PIC 9(6) COMP.

       01  page-title-line.
           03  FILLER                  PIC X(34) VALUE
               "PRICE-CHANGE IMPACT -- PRICES FROM".
           03  FILLER                  PIC X VALUE SPACE.
           03  pt-eff-date             PIC X(12).

       01  rep-line.
           03  FILLER                  PIC X(4) VALUE "REP ".
           03  rpl-rep                 PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rpl-name                PIC X(20).

       01  heading-line.
           03  FILLER                  PIC X(11) VALUE "  TYPE".
           03  FILLER                  PIC X(6)  VALUE "CUST".
           03  FILLER                  PIC X(9)  VALUE "REF".
           03  FILLER                  PIC X(5)  VALUE "ITEM".
           03  FILLER                  PIC X(9)  VALUE "EFFECTIVE".
           03  FILLER                  PIC X(10) VALUE " OLD LIST".
           03  FILLER                  PIC X(10) VALUE " NEW LIST".
           03  FILLER                  PIC X(13) VALUE "   COMMITTED".
           03  FILLER                  PIC X(10) VALUE "     COST".
           03  FILLER                  PIC X(10) VALUE "      QTY".
           03  FILLER                  PIC X(14) VALUE "  REPRICE EFF".
           03  FILLER                  PIC X(15) VALUE
               "COMMITTED MGN".
           03  FILLER                  PIC X(4)  VALUE "NOTE".

       01  detail-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-type                 PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-ref                  PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-item                 PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-eff-date             PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-old-price            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-new-price            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-price                PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-cost                 PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-qty                  PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-effect               PIC Z,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-margin               PIC Z,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-note                 PIC X(14).

       01  subtotal-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  st-label                PIC X(20).
           03  FILLER                  PIC X(71) VALUE SPACES.
           03  st-effect               PIC Z,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X VALUE SPACE.
           03  st-margin               PIC Z,ZZZ,ZZ9.99-.

       01  none-line                   PIC X(50) VALUE
               "NO PENDING PRICE CHANGES ON ITEMPRC.ISM".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  pending-entries = 0
               MOVE none-line TO report-line
               WRITE report-line
           ELSE
               SORT sort-work-file
                   ON ASCENDING KEY sw-rep, sw-c-code, sw-type,
                                    sw-ref, sw-item-code
                   INPUT PROCEDURE IS Build-Impact-Lines
                   OUTPUT PROCEDURE IS Print-Impact-Report
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-eff-date FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           IF  run-eff-date NOT NUMERIC
               MOVE 0 TO run-eff-date
           END-IF

           MOVE 0 TO total-effect total-margin lines-listed

           OPEN INPUT inventory-file
           OPEN INPUT customer-file
           OPEN INPUT salesrep-file
           OPEN OUTPUT report-file

           IF  run-eff-date = 0
               MOVE "ALL PENDING" TO pt-eff-date
           ELSE
               MOVE run-eff-date TO pt-eff-date
           END-IF
           MOVE page-title-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           PERFORM Load-Pending-Prices.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Pending-Prices keeps, for each item, the     *
      *  first itemprc.ism entry dated after today (the      *
      *  file reads in item then date order) together with    *
      *  the price it replaces -- the invprice list price in   *
      *  force the day before -- and the item's cost.          *
      *                                                  *
      ****************************************************

       Load-Pending-Prices SECTION.

           MOVE 0 TO pending-entries

           OPEN INPUT itemprc-file
           IF  NOT iprc-file-ok
               GO TO Load-Pending-Prices-Exit
           END-IF

           PERFORM UNTIL iprc-file-eof
                      OR pending-entries = pending-table-size
               READ itemprc-file NEXT RECORD
                   AT END
                       SET iprc-file-eof TO TRUE
                   NOT AT END
                       PERFORM Load-One-Pending-Price
               END-READ
           END-PERFORM

           CLOSE itemprc-file.

       Load-Pending-Prices-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Load-One-Pending-Price SECTION.

           IF  iprc-eff-date NOT > today-yyyymmdd
               EXIT SECTION
           END-IF
           IF  run-eff-date NOT = 0 AND iprc-eff-date NOT = run-eff-date
               EXIT SECTION
           END-IF
           IF  pending-entries > 0
               IF  pp-item-code(pending-entries) = iprc-item-code
                   EXIT SECTION
               END-IF
           END-IF

           ADD 1 TO pending-entries
           MOVE iprc-item-code TO pp-item-code(pending-entries)
           MOVE iprc-eff-date  TO pp-eff-date(pending-entries)
           MOVE iprc-price     TO pp-new-price(pending-entries)

           COMPUTE eve-julian = FUNCTION INTEGER-OF-DATE(iprc-eff-date)
           COMPUTE eve-date = FUNCTION DATE-OF-INTEGER(eve-julian - 1)
           CALL "invprice" USING iprc-item-code, eve-date,
                                  pp-old-price(pending-entries)
           END-CALL

           MOVE 0 TO pp-cost(pending-entries)
           MOVE iprc-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE inv-avg-cost TO pp-cost(pending-entries)
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Build-Impact-Lines passes the four files of       *
      *  committed business and releases a sort record for    *
      *  each commitment a pending price change touches.       *
      *                                                  *
      ****************************************************

       Build-Impact-Lines SECTION.

           PERFORM Scan-Quotes
           PERFORM Scan-Standing-Orders
           PERFORM Scan-Contracts
           PERFORM Scan-Overrides.
           EXIT.

      ****************************************************
      *                                                  *
      *  An open quote still live on the effective date    *
      *  converts at the single-unit price it was quoted at.  *
      *                                                  *
      ****************************************************

       Scan-Quotes SECTION.

           OPEN INPUT quote-file
           IF  NOT quote-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL quote-file-eof
               READ quote-file NEXT RECORD
                   AT END
                       SET quote-file-eof TO TRUE
                   NOT AT END
                       PERFORM Evaluate-One-Quote
               END-READ
           END-PERFORM

           CLOSE quote-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Evaluate-One-Quote SECTION.

           IF  NOT quote-open OR quo-item-code = SPACES
               EXIT SECTION
           END-IF
           MOVE quo-item-code TO find-item-code
           PERFORM Find-Pending-Price
           IF  NOT pending-found
               EXIT SECTION
           END-IF
           IF  quo-expiry < pp-eff-date(pending-ix)
               EXIT SECTION
           END-IF

           CALL "custrate" USING quo-currency, quo-date,
               cur-exchange-rate
           END-CALL
           COMPUTE home-value ROUNDED = quo-val * cur-exchange-rate

           MOVE "QUOTE"       TO sw-type
           MOVE quo-no        TO sw-ref
           MOVE quo-c-code    TO sw-c-code
           MOVE home-value    TO sw-price
           MOVE 1             TO sw-qty
           PERFORM Release-Impact-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  A standing-order template for the item keeps the  *
      *  value it was set up at; its unit price is that       *
      *  value over the template quantity.                     *
      *                                                  *
      ****************************************************

       Scan-Standing-Orders SECTION.

           OPEN INPUT standing-file
           IF  NOT sto-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL sto-file-eof
               READ standing-file NEXT RECORD
                   AT END
                       SET sto-file-eof TO TRUE
                   NOT AT END
                       PERFORM Evaluate-One-Standing-Order
               END-READ
           END-PERFORM

           CLOSE standing-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Evaluate-One-Standing-Order SECTION.

           IF  sto-item-code = SPACES OR sto-item-qty = 0
               EXIT SECTION
           END-IF
           MOVE sto-item-code TO find-item-code
           PERFORM Find-Pending-Price
           IF  NOT pending-found
               EXIT SECTION
           END-IF

           CALL "custrate" USING sto-currency, today-yyyymmdd,
               cur-exchange-rate
           END-CALL
           COMPUTE home-value ROUNDED = sto-val * cur-exchange-rate

           MOVE "STANDING"    TO sw-type
           MOVE sto-no        TO sw-ref
           MOVE sto-c-code    TO sw-c-code
           COMPUTE sw-price ROUNDED = home-value / sto-item-qty
           IF  sw-price = pp-new-price(pending-ix)
               EXIT SECTION
           END-IF
           MOVE sto-item-qty  TO sw-qty
           PERFORM Release-Impact-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  A blanket contract with quantity still to draw    *
      *  after the effective date holds its fixed price; it    *
      *  is listed when that price is below the new list or     *
      *  below cost.                                             *
      *                                                  *
      ****************************************************

       Scan-Contracts SECTION.

           OPEN INPUT contract-file
           IF  NOT con-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL con-file-eof
               READ contract-file NEXT RECORD
                   AT END
                       SET con-file-eof TO TRUE
                   NOT AT END
                       PERFORM Evaluate-One-Contract
               END-READ
           END-PERFORM

           CLOSE contract-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Evaluate-One-Contract SECTION.

           IF  con-drawn-qty NOT < con-qty
               EXIT SECTION
           END-IF
           MOVE con-item-code TO find-item-code
           PERFORM Find-Pending-Price
           IF  NOT pending-found
               EXIT SECTION
           END-IF
           IF  con-expiry < pp-eff-date(pending-ix)
               EXIT SECTION
           END-IF
           IF  con-price NOT < pp-new-price(pending-ix)
                   AND con-price NOT < pp-cost(pending-ix)
               EXIT SECTION
           END-IF

           COMPUTE contract-left = con-qty - con-drawn-qty
           MOVE "CONTRACT"    TO sw-type
           MOVE SPACES        TO sw-ref
           MOVE con-c-code    TO sw-c-code
           MOVE con-price     TO sw-price
           MOVE contract-left TO sw-qty
           PERFORM Release-Impact-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  A custpric.ism override price below the item's    *
      *  cost.  An override carries no committed quantity,    *
      *  so it is listed without a value.                      *
      *                                                  *
      ****************************************************

       Scan-Overrides SECTION.

           OPEN INPUT custprice-file
           IF  NOT cp-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL cp-file-eof
               READ custprice-file NEXT RECORD
                   AT END
                       SET cp-file-eof TO TRUE
                   NOT AT END
                       PERFORM Evaluate-One-Override
               END-READ
           END-PERFORM

           CLOSE custprice-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Evaluate-One-Override SECTION.

           IF  cp-item-code = SPACES OR cp-override-price = 0
               EXIT SECTION
           END-IF
           MOVE cp-item-code TO find-item-code
           PERFORM Find-Pending-Price
           IF  NOT pending-found
               EXIT SECTION
           END-IF
           IF  cp-override-price NOT < pp-cost(pending-ix)
               EXIT SECTION
           END-IF

           MOVE "OVERRIDE"        TO sw-type
           MOVE SPACES            TO sw-ref
           MOVE cp-c-code         TO sw-c-code
           MOVE cp-override-price TO sw-price
           MOVE 0                 TO sw-qty
           PERFORM Release-Impact-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Pending-Price sets pending-ix to the entry   *
      *  for find-item-code and pending-found when there is  *
      *  one.                                                *
      *                                                  *
      ****************************************************

       Find-Pending-Price SECTION.

           MOVE "N" TO pending-found-switch
           PERFORM VARYING pending-ix FROM 1 BY 1
                   UNTIL pending-ix > pending-entries
                      OR pending-found
               IF  pp-item-code(pending-ix) = find-item-code
                   SET pending-found TO TRUE
               END-IF
           END-PERFORM
           IF  pending-found
               SUBTRACT 1 FROM pending-ix
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Impact-Line completes the sort record     *
      *  from the pending entry at pending-ix and the         *
      *  customer's rep, and releases it.  The reprice effect  *
      *  is what moving the committed quantity onto the new     *
      *  list would change; the margin is what the committed    *
      *  price holds over cost.                                  *
      *                                                  *
      ****************************************************

       Release-Impact-Line SECTION.

           IF  sw-c-code NOT = prev-c-code
               MOVE sw-c-code TO prev-c-code
               MOVE SPACES TO cached-rep
               MOVE sw-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE file-c-rep TO cached-rep
               END-READ
           END-IF

           MOVE cached-rep               TO sw-rep
           MOVE pp-item-code(pending-ix) TO sw-item-code
           MOVE pp-eff-date(pending-ix)  TO sw-eff-date
           MOVE pp-old-price(pending-ix) TO sw-old-price
           MOVE pp-new-price(pending-ix) TO sw-new-price
           MOVE pp-cost(pending-ix)      TO sw-cost
           COMPUTE sw-effect =
               sw-qty * (pp-new-price(pending-ix) - sw-price)
           COMPUTE sw-margin =
               sw-qty * (sw-price - pp-cost(pending-ix))
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Impact-Report SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                       IF  break-c-code NOT = LOW-VALUES
                           PERFORM Print-Customer-Subtotal
                           PERFORM Print-Rep-Subtotal
                       END-IF
                   NOT AT END
                       PERFORM Print-One-Impact-Line
               END-RETURN
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-One-Impact-Line SECTION.

           IF  sw-c-code NOT = break-c-code OR sw-rep NOT = break-rep
               IF  break-c-code NOT = LOW-VALUES
                   PERFORM Print-Customer-Subtotal
               END-IF
               IF  sw-rep NOT = break-rep
                   IF  break-rep NOT = LOW-VALUES
                       PERFORM Print-Rep-Subtotal
                   END-IF
                   MOVE sw-rep TO break-rep
                   MOVE 0 TO rep-effect rep-margin
                   PERFORM Print-Rep-Heading
               END-IF
               MOVE sw-c-code TO break-c-code
               MOVE 0 TO cust-effect cust-margin
           END-IF

           MOVE SPACES TO dl-note
           EVALUATE TRUE
               WHEN sw-price < sw-cost
                   MOVE "BELOW COST" TO dl-note
               WHEN sw-price < sw-new-price
                   MOVE "BELOW NEW LIST" TO dl-note
               WHEN sw-price > sw-new-price
                   MOVE "ABOVE NEW LIST" TO dl-note
           END-EVALUATE
           MOVE sw-type      TO dl-type
           MOVE sw-c-code    TO dl-c-code
           MOVE sw-ref       TO dl-ref
           MOVE sw-item-code TO dl-item
           MOVE sw-eff-date  TO dl-eff-date
           MOVE sw-old-price TO dl-old-price
           MOVE sw-new-price TO dl-new-price
           MOVE sw-price     TO dl-price
           MOVE sw-cost      TO dl-cost
           MOVE sw-qty       TO dl-qty
           MOVE sw-effect    TO dl-effect
           MOVE sw-margin    TO dl-margin
           MOVE detail-line TO report-line
           WRITE report-line

           ADD sw-effect TO cust-effect rep-effect total-effect
           ADD sw-margin TO cust-margin rep-margin total-margin
           ADD 1 TO lines-listed.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Rep-Heading SECTION.

           MOVE sw-rep TO rpl-rep
           IF  sw-rep = SPACES
               MOVE "NO REP ASSIGNED" TO rpl-name
           ELSE
               MOVE sw-rep TO srep-code
               READ salesrep-file
                   INVALID KEY
                       MOVE "NOT ON REP FILE" TO rpl-name
                   NOT INVALID KEY
                       MOVE srep-name TO rpl-name
               END-READ
           END-IF
           MOVE rep-line TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Customer-Subtotal SECTION.

           MOVE SPACES TO st-label
           STRING "CUST " break-c-code ":"
               DELIMITED BY SIZE INTO st-label
           MOVE cust-effect TO st-effect
           MOVE cust-margin TO st-margin
           MOVE subtotal-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Rep-Subtotal SECTION.

           MOVE SPACES TO st-label
           STRING "REP " break-rep " TOTAL:"
               DELIMITED BY SIZE INTO st-label
           MOVE rep-effect TO st-effect
           MOVE rep-margin TO st-margin
           MOVE subtotal-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           IF  pending-entries > 0
               MOVE "GRAND TOTAL:" TO st-label
               MOVE total-effect TO st-effect
               MOVE total-margin TO st-margin
               MOVE subtotal-line TO report-line
               WRITE report-line
           END-IF

           CLOSE inventory-file
           CLOSE customer-file
           CLOSE salesrep-file
           CLOSE report-file.
           EXIT.
