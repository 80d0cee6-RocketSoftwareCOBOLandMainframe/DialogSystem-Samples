      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Consignment usage billing.  Customers holding our stock on   *
      * their own premises (see loc-consign-c-code in locrec.cpy     *
      * and INVXFER.CBL) pay only for what they use, and report it   *
      * here: cnsuse.dat carries one record per item used --         *
      * customer, date used, item, quantity, optionally the          *
      * consignment location and the customer's own reference --     *
      * or, run with a trading-partner id on the command line        *
      * ("custcnsu ACME"), the customer's own usage file is read     *
      * through the partner's tpprof.ism profile the way CUSTOIMP    *
      * reads an order file.  Each customer's usage for the run      *
      * becomes one real order with one line per usage record,       *
      * priced at the list price in force on the day used less the   *
      * customer's custpric.ism terms, numbered, taxed, journalled,  *
      * audited and held for approval over the "APPRLIM " threshold  *
      * exactly as CUSTOIMP creates an imported order -- and         *
      * invoiced the way Write-Invoice in VOCOK.CBL cuts one.  The   *
      * lines are already shipped: the stock left us when it went on *
      * consignment, so each line draws the consignment location     *
      * down through the shared invalloc keeper (mode "T" ships the  *
      * quantity the transfer held off free-to-sell), posting the    *
      * OUT movement against the order.  Goods already used are not  *
      * refused for a credit hold -- the register flags it instead.  *
      * A usage line the consignment location cannot cover is        *
      * refused: the stock count (CUSTCNSC.CBL) settles that.        *
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
       PROGRAM-ID. custcnsu.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT usage-file ASSIGN "cnsuse.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS use-status.

      *  tpprof-file describes a partner's own usage-file layout --
      *  see tpprofrc.cpy and CUSTTPM.CBL.
           SELECT tpprof-file ASSIGN "tpprof.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS tp-id
           ACCESS IS DYNAMIC
           FILE STATUS IS tpp-status.

           SELECT sort-work-file ASSIGN "custcnsu.srt".

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ordl-status.

           SELECT ordxref-file ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordx-ord-no
           ACCESS IS DYNAMIC
           FILE STATUS IS ordx-status.

           SELECT invoice-file ASSIGN "invoice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS invo-no
           ACCESS IS DYNAMIC
           FILE STATUS IS invo-status.

      *  control-file numbers the orders under "ORDNO   " and the
      *  invoices under "INVNO   ", and holds the "APPRLIM "
      *  approval threshold.
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT taxrate-file ASSIGN "taxrate.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS tax-code
           ACCESS IS DYNAMIC
           FILE STATUS IS tax-status.

           SELECT custprice-file ASSIGN "custpric.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cp-key
           ACCESS IS DYNAMIC
           FILE STATUS IS price-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT invloc-file ASSIGN "invloc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS loc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS loc-status.

           SELECT report-file ASSIGN "custcnsu.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  cu-location may be left blank -- the customer's consignment
      *  location holding the item is found on invloc.ism.
       FD  usage-file.
       01  usage-record.
           03  cu-c-code                PIC X(5).
           03  cu-use-date-x            PIC X(8).
           03  cu-use-date REDEFINES cu-use-date-x
                                        PIC 9(8).
           03  cu-item-code             PIC X(4).
           03  cu-qty-x                 PIC X(5).
           03  cu-qty REDEFINES cu-qty-x
                                        PIC 9(5).
           03  cu-location              PIC X(3).
           03  cu-cust-ref              PIC X(10).
      *  A partner run reads the same file under the partner's own
      *  layout -- the raw line the profile's positions carve up.
       01  usage-raw-line               PIC X(80).

       FD  tpprof-file.
           COPY "tpprofrc.cpy".

      *  sw-seq keeps each customer's usage in the order it was
      *  reported, so the order lines follow the customer's report.
       SD  sort-work-file.
       01  sort-record.
           03  sw-c-code                PIC X(5).
           03  sw-seq                   PIC 9(6).
           03  sw-use-date-x            PIC X(8).
           03  sw-use-date REDEFINES sw-use-date-x
                                        PIC 9(8).
           03  sw-item-code             PIC X(4).
           03  sw-qty-x                 PIC X(5).
           03  sw-qty REDEFINES sw-qty-x
                                        PIC 9(5).
           03  sw-location              PIC X(3).
           03  sw-cust-ref              PIC X(10).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  ordxref-file.
           COPY "ordxref.cpy".

       FD  invoice-file.
           COPY "invcrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  taxrate-file.
           COPY "taxrate.cpy".

       FD  custprice-file.
           COPY "custpric.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  invloc-file.
           COPY "locrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  use-status                  PIC XX.
           88  use-file-ok             VALUE "00".
           88  use-file-eof            VALUE "10".

       01  tpp-status                  PIC XX.
           88  tpp-file-ok             VALUE "00".
           88  tpp-file-not-found      VALUE "35".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".

       01  ordx-status                 PIC XX.
           88  ordx-file-ok            VALUE "00".

       01  invo-status                 PIC XX.
           88  invo-file-ok            VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  tax-status                  PIC XX.
           88  tax-file-ok             VALUE "00".

       01  price-status                PIC XX.
           88  price-file-ok           VALUE "00".
           88  price-file-not-found    VALUE "35".
       77  no-price-file-switch        PIC X VALUE "N".
           88  no-price-file            VALUE "Y".
       77  price-found-switch          PIC X VALUE "N".
           88  price-terms-found        VALUE "Y".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  loc-status                  PIC XX.
           88  loc-file-ok             VALUE "00".
           88  loc-file-not-found      VALUE "35".
       77  no-loc-file-switch          PIC X VALUE "N".
           88  no-loc-file              VALUE "Y".
       77  loc-eof-switch              PIC X VALUE "N".
           88  loc-eof                 VALUE "Y".

       78  control-id-ordno                VALUE "ORDNO   ".
       78  control-id-invno                VALUE "INVNO   ".
       78  control-id-apprlim              VALUE "APPRLIM ".
      *  approval-limit mirrors the VOCAPPR queue's threshold -- a
      *  usage order above it commits pending, with no invoice until
      *  the supervisor approves it off the worklist (VOCAPPR cuts
      *  it then).
       77  approval-limit              PIC 9(8) COMP.

      *  Trading-partner mode working storage -- see tpprofrc.cpy.
       77  partner-id                  PIC X(4).
       77  partner-mode-switch         PIC X VALUE "N".
           88  partner-mode             VALUE "Y".
      *  The profile rides in working storage -- the tpprof FD
      *  buffer is undefined once the file closes.
       77  prof-ccode-pos              PIC 9(2) COMP.
       77  prof-date-pos               PIC 9(2) COMP.
       77  prof-item-pos               PIC 9(2) COMP.
       77  prof-qty-pos                PIC 9(2) COMP.
       77  raw-work                    PIC X(80).
       77  usage-seq                   PIC 9(6) COMP VALUE 0.

      *  The customer whose usage is being billed, and the order
      *  it is being billed on -- opened at the first usage line
      *  that passes, so a customer whose every line is refused
      *  gets no empty order.
       77  current-c-code              PIC X(5).
       77  customer-ok-switch          PIC X VALUE "N".
           88  customer-ok              VALUE "Y".
       77  customer-reason             PIC X(40).
       77  order-open-switch           PIC X VALUE "N".
           88  order-open               VALUE "Y".
       77  usage-ord-no                PIC 9(6).
       77  usage-line-no               PIC 9(3) COMP.
       77  usage-ship-date             PIC 9(8).
       77  order-goods-val             PIC 9(7)V99 COMP.
       77  order-disc-val              PIC 9(7)V99 COMP.

      *  The consignment location a usage line draws on, and what
      *  invloc.ism says is still there.
       77  consign-location            PIC X(3).
       77  consign-loc-qty             PIC 9(5) COMP.

       77  price-lookup-date           PIC 9(8).
       77  dated-list-price            PIC 9(5)V99 COMP.
       77  list-price                  PIC 9(5)V99 COMP.
       77  net-price                   PIC 9(5)V99 COMP.
       77  line-extension              PIC 9(7)V99 COMP.

       77  cust-tax-rate               PIC 9(2)V9999 COMP.
       77  juris-tax-rate              PIC 9(2)V9999 COMP.
       77  tax-liable-switch           PIC X.
           88  tax-liable               VALUE "Y".

      *  Hand-off to the shared invalloc keeper -- "T" ships stock
      *  the consignment transfer reserved on the item's own record.
       77  alloc-call-qty              PIC 9(5) COMP.
       77  no-lot-no                   PIC X(6) VALUE SPACES.

      *  journal-image carries the full after-image to the shared
      *  custfwdj forward-recovery journal -- see CUSTFWDJ.CBL.
       77  journal-image               PIC X(512).

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  ord-val-display             PIC 9(7)V99.
       77  line-count-edit             PIC ZZ9.

      *  CALL "custbsum" interface -- the balance-summary keeper
      *  (see custbal.cpy).
       77  balance-mode                PIC X.
       77  summary-open-bal            PIC S9(9)V99 COMP.
       77  summary-ytd-count           PIC 9(5) COMP.
       77  summary-ytd-ord-val         PIC S9(9)V99 COMP.
       77  summary-ytd-pay-val         PIC S9(9)V99 COMP.

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  today-date-yyyymmdd         PIC 9(8).

       77  lines-billed                PIC 9(6) COMP VALUE 0.
       77  lines-refused               PIC 9(6) COMP VALUE 0.
       77  orders-raised               PIC 9(6) COMP VALUE 0.
       77  invoices-cut                PIC 9(6) COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "CONSIGNMENT USAGE BILLING REGISTER".

       01  table-heading.
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(12) VALUE "REFERENCE".
           03  FILLER                  PIC X(10) VALUE "USED".
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(5)  VALUE "LOC".
           03  FILLER                  PIC X(7)  VALUE "   QTY".
           03  FILLER                  PIC X(11) VALUE "      UNIT".
           03  FILLER                  PIC X(14) VALUE "     EXTENDED".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE "RESULT".

       01  result-line.
           03  rl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-cust-ref             PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-use-date             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-item-code            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-location             PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-qty                  PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-unit-price           PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-extension            PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  rl-result               PIC X(50).

       01  order-line.
           03  FILLER                  PIC X(7)  VALUE SPACES.
           03  FILLER                  PIC X(6)  VALUE "ORDER ".
           03  ol-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  ol-lines                PIC ZZ9.
           03  FILLER                  PIC X(8)  VALUE " LINES  ".
           03  FILLER                  PIC X(6)  VALUE "GOODS ".
           03  ol-goods                PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(6)  VALUE "  TAX ".
           03  ol-tax                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  ol-result               PIC X(50).

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-count                PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD

           OPEN OUTPUT report-file
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  A partner id on the command line switches the run to that
      *  customer's own usage-file layout.
           MOVE SPACES TO partner-id
           ACCEPT partner-id FROM COMMAND-LINE
           IF  partner-id NOT = SPACES
               PERFORM Load-Partner-Profile
           END-IF

           OPEN INPUT usage-file
           IF  NOT use-file-ok
               DISPLAY "CUSTCNSU: CANNOT OPEN cnsuse.dat STATUS "
                   use-status
               MOVE "NO USAGE FILE" TO report-line
               WRITE report-line
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               PERFORM Program-Terminate
               STOP RUN
           END-IF

           OPEN INPUT customer-file
           OPEN I-O order-file
           OPEN I-O ordline-file
           OPEN I-O ordxref-file
           OPEN I-O invoice-file
           OPEN I-O control-file
           OPEN INPUT taxrate-file
           OPEN INPUT inventory-file
           OPEN INPUT custprice-file
           IF  price-file-not-found
               SET no-price-file TO TRUE
           END-IF
           OPEN INPUT invloc-file
           IF  loc-file-not-found
               SET no-loc-file TO TRUE
           END-IF

           MOVE table-heading TO report-line
           WRITE report-line

           SORT sort-work-file
               ON ASCENDING KEY sw-c-code sw-seq
               INPUT PROCEDURE IS Load-Usage-Records
               OUTPUT PROCEDURE IS Bill-Usage-By-Customer

           PERFORM Print-Totals
           PERFORM Close-Files

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Load-Partner-Profile reads the partner's usage-    *
      *  file column positions off tpprof.ism -- a partner   *
      *  with no item or quantity position sends no usage     *
      *  file, and the run stops before it reads a line.      *
      *                                                  *
      ****************************************************

       Load-Partner-Profile SECTION.

           OPEN INPUT tpprof-file
           IF  tpp-file-not-found
               DISPLAY "CUSTCNSU: NO TRADING-PARTNER PROFILES "
                   "ON FILE"
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               PERFORM Program-Terminate
               STOP RUN
           END-IF
           MOVE partner-id TO tp-id
           READ tpprof-file
               INVALID KEY
                   DISPLAY "CUSTCNSU: PARTNER " partner-id
                       " NOT ON PROFILE FILE"
                   CLOSE tpprof-file
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   PERFORM Program-Terminate
                   STOP RUN
           END-READ
      *  Keep the profile in working storage -- the FD buffer is
      *  undefined after the CLOSE below.
           MOVE tp-ccode-pos TO prof-ccode-pos
           MOVE tp-date-pos  TO prof-date-pos
           MOVE 0 TO prof-item-pos prof-qty-pos
           IF  tp-item-pos NUMERIC
               MOVE tp-item-pos TO prof-item-pos
           END-IF
           IF  tp-qty-pos NUMERIC
               MOVE tp-qty-pos TO prof-qty-pos
           END-IF
           CLOSE tpprof-file
           IF  prof-item-pos = 0 OR prof-qty-pos = 0
               DISPLAY "CUSTCNSU: PARTNER " partner-id
                   " HAS NO USAGE-FILE LAYOUT ON ITS PROFILE"
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               PERFORM Program-Terminate
               STOP RUN
           END-IF
           MOVE "Y" TO partner-mode-switch.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Usage-Records reads the usage file -- our     *
      *  layout, or the partner's carved up through the      *
      *  profile -- and hands every line to the sort,         *
      *  numbered in the order it was reported.               *
      *                                                  *
      ****************************************************

       Load-Usage-Records SECTION.

           PERFORM UNTIL use-file-eof
               READ usage-file
                   AT END
                       SET use-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  partner-mode
                           PERFORM Unpack-Partner-Fields
                       END-IF
                       PERFORM Release-Usage-Record
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Unpack-Partner-Fields carves the partner's own     *
      *  usage record into our fields -- a partner file       *
      *  names no location or reference, so the customer's     *
      *  consignment location holding the item is found.        *
      *                                                  *
      ****************************************************

       Unpack-Partner-Fields SECTION.

           MOVE usage-raw-line TO raw-work
           MOVE SPACES TO usage-record
           MOVE raw-work(prof-ccode-pos:5) TO cu-c-code
           MOVE raw-work(prof-date-pos:8)  TO cu-use-date-x
           MOVE raw-work(prof-item-pos:4)  TO cu-item-code
           MOVE raw-work(prof-qty-pos:5)   TO cu-qty-x.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Usage-Record SECTION.

           ADD 1 TO usage-seq
           MOVE cu-c-code     TO sw-c-code
           MOVE usage-seq     TO sw-seq
           MOVE cu-use-date-x TO sw-use-date-x
           MOVE cu-item-code  TO sw-item-code
           MOVE cu-qty-x      TO sw-qty-x
           MOVE cu-location   TO sw-location
           MOVE cu-cust-ref   TO sw-cust-ref
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Bill-Usage-By-Customer returns the usage sorted by  *
      *  customer and bills each customer's lines on one      *
      *  order, closing the order off at each change of        *
      *  customer and at the end.                              *
      *                                                  *
      ****************************************************

       Bill-Usage-By-Customer SECTION.

           MOVE SPACES TO current-c-code
           MOVE "N" TO order-open-switch

           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  sw-c-code NOT = current-c-code
                           PERFORM Finish-Usage-Order
                           PERFORM Start-Customer
                       END-IF
                       PERFORM Bill-One-Usage
               END-RETURN
           END-PERFORM

           PERFORM Finish-Usage-Order.
           EXIT.

      ****************************************************
      *                                                  *
      *  Start-Customer reads the next customer's account.  *
      *  A credit hold does not stop the billing -- the       *
      *  goods are already used -- but it is flagged on the    *
      *  register when the order closes.                       *
      *                                                  *
      ****************************************************

       Start-Customer SECTION.

           MOVE sw-c-code TO current-c-code
           MOVE "N" TO order-open-switch
           MOVE "N" TO customer-ok-switch
           MOVE SPACES TO customer-reason
           MOVE 0 TO usage-line-no
           MOVE 0 TO order-goods-val order-disc-val
           MOVE 0 TO usage-ship-date

           MOVE current-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER CODE NOT ON FILE" TO customer-reason
               NOT INVALID KEY
                   IF  account-closed
                       MOVE "CUSTOMER ACCOUNT CLOSED"
                           TO customer-reason
                   ELSE
                       MOVE "Y" TO customer-ok-switch
                   END-IF
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Bill-One-Usage validates one usage line -- a real   *
      *  quantity, a date no later than today, an item on      *
      *  file and a consignment location of this customer's     *
      *  holding enough of it -- then prices it, adds it to      *
      *  the customer's usage order and ships it off the          *
      *  consignment location.                                   *
      *                                                  *
      ****************************************************

       Bill-One-Usage SECTION.

           MOVE SPACES        TO result-line
           MOVE sw-c-code     TO rl-c-code
           MOVE sw-cust-ref   TO rl-cust-ref
           MOVE sw-use-date-x TO rl-use-date
           MOVE sw-item-code  TO rl-item-code
           MOVE sw-location   TO rl-location
           MOVE 0 TO rl-qty rl-unit-price rl-extension

           IF  NOT customer-ok
               MOVE customer-reason TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF
           IF  sw-qty-x NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF
           MOVE sw-qty TO rl-qty
           IF  sw-qty = 0
               MOVE "QUANTITY MUST BE ABOVE ZERO" TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF
           IF  sw-use-date-x NOT NUMERIC
               MOVE "USAGE DATE NOT NUMERIC" TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF
           IF  sw-use-date = 0 OR sw-use-date > today-date-yyyymmdd
               MOVE "USAGE DATE MISSING OR IN THE FUTURE" TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF

           MOVE sw-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   MOVE "ITEM NOT ON invmast.ism" TO rl-result
                   PERFORM Refuse-Usage
                   EXIT SECTION
           END-READ

           PERFORM Find-Consignment-Location
           IF  consign-location = SPACES
               MOVE "NO CONSIGNMENT STOCK OF THIS ITEM AT CUSTOMER"
                   TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF
           MOVE consign-location TO rl-location
           IF  consign-loc-qty < sw-qty
               MOVE "MORE USED THAN CONSIGNED -- COUNT THE SITE"
                   TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF

           PERFORM Price-Usage-Line
           IF  NOT order-open
               PERFORM Open-Usage-Order
           END-IF
           PERFORM Write-Usage-Line
           IF  NOT ordl-file-ok
               MOVE "ORDER LINE WRITE FAILED" TO rl-result
               PERFORM Refuse-Usage
               EXIT SECTION
           END-IF

      *  The stock was reserved on the item's own record when it
      *  went on consignment -- "T" ships that reservation: on-hand
      *  and allocated both come down, the OUT movement posts
      *  against the usage order and the location is drawn down.
           MOVE sw-qty TO alloc-call-qty
           CALL "invalloc" USING sw-item-code, "T", alloc-call-qty,
                                  usage-ord-no, consign-location,
                                  no-lot-no
           END-CALL

           ADD line-extension TO order-goods-val
           COMPUTE order-disc-val = order-disc-val
               + ((list-price - net-price) * sw-qty)

           MOVE net-price      TO rl-unit-price
           MOVE line-extension TO rl-extension
           MOVE "BILLED" TO rl-result
           PERFORM Print-Result-Line
           ADD 1 TO lines-billed.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Consignment-Location names the location the   *
      *  usage draws on -- the one on the usage line, which   *
      *  must be consigned to this customer, or else the       *
      *  first of the item's locations that is.  Spaces back    *
      *  means the customer holds none of the item.             *
      *                                                  *
      ****************************************************

       Find-Consignment-Location SECTION.

           MOVE SPACES TO consign-location
           MOVE 0      TO consign-loc-qty
           IF  no-loc-file
               EXIT SECTION
           END-IF

           IF  sw-location NOT = SPACES
               MOVE sw-item-code TO loc-item-code
               MOVE sw-location  TO loc-id
               READ invloc-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  loc-consign-c-code = current-c-code
                           MOVE loc-id  TO consign-location
                           MOVE loc-qty TO consign-loc-qty
                       END-IF
               END-READ
               EXIT SECTION
           END-IF

           MOVE "N" TO loc-eof-switch
           MOVE sw-item-code TO loc-item-code
           MOVE LOW-VALUES   TO loc-id
           START invloc-file KEY IS NOT LESS THAN loc-key
               INVALID KEY
                   SET loc-eof TO TRUE
           END-START
           PERFORM UNTIL loc-eof
               READ invloc-file NEXT RECORD
                   AT END
                       SET loc-eof TO TRUE
               END-READ
               IF  NOT loc-eof
                   IF  loc-item-code NOT = sw-item-code
                       SET loc-eof TO TRUE
                   ELSE
                       IF  loc-consign-c-code = current-c-code
                           MOVE loc-id  TO consign-location
                           MOVE loc-qty TO consign-loc-qty
                           SET loc-eof TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Price-Usage-Line prices the line the way VOCORD   *
      *  prices a keyed one: the list price in force on the  *
      *  day the goods were used, off the shared invprice     *
      *  lookup, then the customer's custpric.ism terms -- a   *
      *  per-item record first, the customer-level record       *
      *  otherwise; an override price wins outright, else the    *
      *  list price is cut by the discount percentage.           *
      *                                                  *
      ****************************************************

       Price-Usage-Line SECTION.

           MOVE sw-use-date TO price-lookup-date
           CALL "invprice" USING sw-item-code, price-lookup-date,
                                  dated-list-price
           END-CALL
           MOVE dated-list-price TO list-price
           MOVE list-price       TO net-price
           MOVE "N" TO price-found-switch

           IF  NOT no-price-file
               MOVE current-c-code TO cp-c-code
               MOVE sw-item-code   TO cp-item-code
               READ custprice-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET price-terms-found TO TRUE
               END-READ
               IF  NOT price-terms-found
                   MOVE SPACES TO cp-item-code
                   READ custprice-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET price-terms-found TO TRUE
                   END-READ
               END-IF
           END-IF

           IF  price-terms-found
               IF  cp-override-price > 0
                   MOVE cp-override-price TO net-price
               ELSE
                   COMPUTE net-price ROUNDED =
                       list-price * (1 - (cp-disc-pct / 100))
               END-IF
               IF  net-price > list-price
                   MOVE list-price TO net-price
               END-IF
           END-IF

           COMPUTE line-extension = net-price * sw-qty.
           EXIT.

      ****************************************************
      *                                                  *
      *  Open-Usage-Order takes the customer's order number *
      *  off the "ORDNO   " control record -- the header is   *
      *  written once the customer's last line is in, by       *
      *  Finish-Usage-Order.                                   *
      *                                                  *
      ****************************************************

       Open-Usage-Order SECTION.

           MOVE control-id-ordno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ctl-next-no TO usage-ord-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE "Y" TO order-open-switch.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Usage-Line writes the order line as already  *
      *  shipped -- stock flag "D", shipped from the           *
      *  consignment location on the day it was used, the       *
      *  full quantity.                                         *
      *                                                  *
      ****************************************************

       Write-Usage-Line SECTION.

           ADD 1 TO usage-line-no
           MOVE SPACES TO ordline-record
           MOVE current-c-code   TO ordl-c-code
           MOVE usage-ord-no     TO ordl-ord-no
           MOVE usage-line-no    TO ordl-line-no
           MOVE sw-item-code     TO ordl-item-code
           MOVE sw-qty           TO ordl-qty
           MOVE net-price        TO ordl-unit-price
           MOVE line-extension   TO ordl-extension
           MOVE "D"              TO ordl-stock-flag
           MOVE consign-location TO ordl-location
           MOVE sw-use-date      TO ordl-req-date
           MOVE sw-use-date      TO ordl-ship-date
           MOVE sw-qty           TO ordl-ship-qty
           MOVE 0                TO ordl-scan-qty
           WRITE ordline-record
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF  sw-use-date > usage-ship-date
               MOVE sw-use-date TO usage-ship-date
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Finish-Usage-Order writes the customer's order     *
      *  header once its lines are in -- valued at the sum     *
      *  of the lines, taxed, due and approval-checked the      *
      *  way CUSTOIMP creates an imported order, journalled,      *
      *  cross-referenced and audited -- and cuts the invoice     *
      *  unless the order waits for approval or the account is    *
      *  on consolidated invoicing.                               *
      *                                                  *
      ****************************************************

       Finish-Usage-Order SECTION.

           IF  NOT order-open
               EXIT SECTION
           END-IF
           MOVE "N" TO order-open-switch

           MOVE SPACES TO order-record
           MOVE current-c-code  TO ord-c-code
           MOVE usage-ord-no    TO ord-no
           MOVE today-date-yyyymmdd TO ord-date
           MOVE today-date-yyyymmdd TO ord-req-date
           MOVE order-goods-val TO ord-val
           MOVE 0               TO ord-pay-val
           MOVE file-c-currency TO ord-currency
           MOVE "N"             TO ord-void-flag
           MOVE SPACES          TO ord-void-reason
           MOVE 0               TO ord-void-date
           MOVE order-disc-val  TO ord-disc
           MOVE 0               TO ord-freight
           MOVE 0               TO ord-ic-po-no
      *  The goods left on consignment long ago and have been used
      *  -- the order is shipped the day the last of them was.
           MOVE "S"             TO ord-ful-status
           MOVE usage-ship-date TO ord-ship-date

           PERFORM Get-Order-Tax
           COMPUTE ord-tax ROUNDED = order-goods-val * cust-tax-rate

           CALL "custdue" USING file-c-terms, ord-date,
                                 ord-due-date
           END-CALL

           MOVE 0 TO approval-limit
           MOVE control-id-apprlim TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO approval-limit
           END-READ
           IF  approval-limit > 0 AND order-goods-val > approval-limit
               MOVE "P" TO ord-appr-status
           END-IF

           MOVE SPACES TO order-line
           MOVE usage-ord-no    TO ol-ord-no
           MOVE usage-line-no   TO ol-lines
           MOVE order-goods-val TO ol-goods
           MOVE ord-tax         TO ol-tax

           WRITE order-record
               INVALID KEY
                   DISPLAY "CUSTCNSU: COULD NOT WRITE ORDER "
                       usage-ord-no " FOR " current-c-code
                   MOVE "ORDER WRITE FAILED -- LINES NOT BILLED"
                       TO ol-result
                   MOVE order-line TO report-line
                   WRITE report-line
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-WRITE
           ADD 1 TO orders-raised
           ADD 1 TO run-writes-count

      *  The written image goes to the forward-recovery journal as
      *  it happens -- see CUSTFWDJ.CBL.
           MOVE SPACES TO journal-image
           MOVE order-record TO journal-image
           CALL "custfwdj" USING "ORDER   ", "W", journal-image
           END-CALL

           MOVE usage-ord-no   TO ordx-ord-no
           MOVE current-c-code TO ordx-c-code
           REWRITE ordxref-record
               INVALID KEY
                   WRITE ordxref-record
               END-WRITE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE usage-line-no TO line-count-edit
           STRING "CONSIGNMENT USAGE " line-count-edit " LINES"
               DELIMITED BY SIZE INTO aud-before-image
           MOVE ord-val TO ord-val-display
           STRING "ORDER " ord-no " VAL=" ord-val-display
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "CONSIGN-USE ", current-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE "R" TO balance-mode
           CALL "custbsum" USING current-c-code, balance-mode,
                                  summary-open-bal,
                                  summary-ytd-count,
                                  summary-ytd-ord-val,
                                  summary-ytd-pay-val
           END-CALL

           EVALUATE TRUE
               WHEN order-pending-approval
                   MOVE "HELD FOR APPROVAL -- NO INVOICE YET"
                       TO ol-result
               WHEN consolidated-invoicing
                   MOVE "CONSOLIDATED INVOICING -- NO INVOICE CUT"
                       TO ol-result
               WHEN OTHER
                   PERFORM Write-Usage-Invoice
           END-EVALUATE
           MOVE order-line TO report-line
           WRITE report-line
           IF  customer-on-hold
               MOVE SPACES TO report-line
               MOVE "ACCOUNT ON CREDIT HOLD -- USED GOODS BILLED ANYWAY"
                   TO report-line(8:)
               WRITE report-line
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Order-Tax finds the customer's tax rate the    *
      *  way CUSTOIMP does for an imported order -- the       *
      *  file-c-tax rate, the default "*" rate once an          *
      *  exemption certificate has expired, and the              *
      *  delivery jurisdiction's rate where one is on file.       *
      *                                                  *
      ****************************************************

       Get-Order-Tax SECTION.

           MOVE 0 TO cust-tax-rate
           MOVE "N" TO tax-liable-switch
           IF  file-c-tax NOT = SPACE
               MOVE "Y" TO tax-liable-switch
               MOVE file-c-tax TO tax-code
               READ taxrate-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE tax-rate TO cust-tax-rate
               END-READ
           ELSE
               IF  file-c-tax-exp NUMERIC
                       AND file-c-tax-exp > 0
                       AND file-c-tax-exp < today-date-yyyymmdd
                   MOVE "Y" TO tax-liable-switch
                   MOVE "*" TO tax-code
                   READ taxrate-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE tax-rate TO cust-tax-rate
                   END-READ
               END-IF
           END-IF

           MOVE SPACES TO ord-tax-juris
           IF  tax-liable
               CALL "custtjur" USING file-c-code, ord-shipto,
                                      file-c-state, file-c-postal,
                                      ord-tax-juris, juris-tax-rate
               END-CALL
               IF  ord-tax-juris NOT = SPACES
                   MOVE juris-tax-rate TO cust-tax-rate
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Usage-Invoice cuts the order's invoice the   *
      *  way Write-Invoice in VOCOK.CBL does -- numbered off  *
      *  "INVNO   ", queued for the partner's electronic       *
      *  invoice and handed to VOCINVC for the document.        *
      *                                                  *
      ****************************************************

       Write-Usage-Invoice SECTION.

           MOVE control-id-invno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ctl-next-no TO invo-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ord-no              TO invo-ord-no
           MOVE ord-c-code          TO invo-c-code
           MOVE today-date-yyyymmdd TO invo-date
           MOVE ord-val             TO invo-val
           MOVE ord-tax             TO invo-tax
           MOVE ord-currency        TO invo-currency

           WRITE invoice-record
               INVALID KEY
                   DISPLAY "COULD NOT WRITE INVOICE FOR ORDER "
                       ord-no
                   MOVE "INVOICE WRITE FAILED" TO ol-result
                   EXIT SECTION
               NOT INVALID KEY
                   CALL "custediq" USING "INV ", invo-c-code,
                                          invo-ord-no, invo-no
                   END-CALL
           END-WRITE

           CALL "vocinvc" USING invoice-record, customer-record
           END-CALL
           ADD 1 TO invoices-cut
           STRING "INVOICED AS " invo-no
               DELIMITED BY SIZE INTO ol-result.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Refuse-Usage SECTION.

           ADD 1 TO lines-refused
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Result-Line SECTION.

           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "USAGE LINES BILLED:" TO tl-label
           MOVE lines-billed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "USAGE LINES REFUSED:" TO tl-label
           MOVE lines-refused TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "USAGE ORDERS RAISED:" TO tl-label
           MOVE orders-raised TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "INVOICES CUT:" TO tl-label
           MOVE invoices-cut TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Files SECTION.

           CLOSE usage-file
           CLOSE customer-file
           CLOSE order-file
           CLOSE ordline-file
           CLOSE ordxref-file
           CLOSE invoice-file
           CLOSE control-file
           CLOSE taxrate-file
           CLOSE inventory-file
           IF  NOT no-price-file
               CLOSE custprice-file
           END-IF
           IF  NOT no-loc-file
               CLOSE invloc-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTCNSU", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL
           CLOSE report-file.
           EXIT.
