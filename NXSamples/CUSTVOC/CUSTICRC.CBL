      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Month-end intercompany reconciliation.  Run from the         *
      * installation directory with the period on the command line   *
      * ("custicrc 202609"; last month when omitted), it walks every *
      * company compmast.dat lists and gathers both sides of the     *
      * trade between sister companies:                              *
      *                                                              *
      *   - as seller, every live order of a customer flagged        *
      *     intercompany (file-c-ic-company) up to the period end -- *
      *     its value, what has shipped off its lines, and the       *
      *     receivable still open on it                              *
      *   - as buyer, every purchase order raised against a          *
      *     supplier flagged intercompany (sup-ic-company) up to the *
      *     period end -- its value, what has been received, and     *
      *     what the sister has billed against it on supinv.ism      *
      *                                                              *
      * The two sides are paired on the PO number CUSTICPO.CBL       *
      * stamped on the order (ord-ic-po-no).  custicrc.prt lists     *
      * every unmatched item -- an order with no PO behind it, a PO  *
      * with no live order behind it -- and every mismatched pair:   *
      * order and PO values, goods shipped and goods received, the   *
      * seller's receivable and the buyer's payable.  A pair the     *
      * seller has settled before the period began is history and    *
      * is not listed.  The buyer's payable is taken as what the     *
      * sister billed less the payments the seller has posted to     *
      * the order, since supplier payments leave the system on the   *
      * CUSTAPEX feed.                                               *
      *                                                              *
      * The run finishes with the elimination totals for each        *
      * seller/buyer pair -- the period's intercompany sales and     *
      * purchases, and the receivable and payable at period end --   *
      * printed and written to icelim.dat in the installation        *
      * directory, where the CUSTGRPC group consolidation picks      *
      * them up.  Intercompany trade is taken at the amounts the     *
      * order and the PO carry, which CUSTICPO keeps the same.       *
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
       PROGRAM-ID. custicrc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT compmast-file ASSIGN "compmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS comp-status.

      *  The company files below are opened by bare name once the
      *  run has moved into that company's directory.
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

           SELECT suplmast-file ASSIGN "suplmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sup-code
           ACCESS IS DYNAMIC
           FILE STATUS IS sup-status.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS DYNAMIC
           FILE STATUS IS po-status-code.

           SELECT supinv-file ASSIGN "supinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sin-key
           ALTERNATE RECORD KEY IS sin-po-key WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS sin-status-code.

           SELECT item-sort-file ASSIGN "custicrc.srt".

           SELECT elim-file ASSIGN "icelim.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT report-file ASSIGN "custicrc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  compmast-file.
       01  compmast-record.
           03  cm-code                 PIC X(3).
           03  cm-name                 PIC X(30).
           03  cm-directory            PIC X(40).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  suplmast-file.
           COPY "supprec.cpy".

       FD  po-file.
           COPY "porec.cpy".

       FD  supinv-file.
           COPY "supinvrc.cpy".

      *  One record per intercompany order ("S", the seller's side)
      *  and per intercompany PO ("B", the buyer's side), sorted so
      *  each order comes together with the PO raised for it.
       SD  item-sort-file.
       01  item-sort-record.
           03  is-seller               PIC X(3).
           03  is-buyer                PIC X(3).
           03  is-po-no                PIC 9(6).
           03  is-side                 PIC X.
               88  is-buyer-side           VALUE "B".
               88  is-seller-side          VALUE "S".
           03  is-ord-no               PIC 9(6).
           03  is-party                PIC X(5).
           03  is-in-period            PIC X.
               88  is-dated-in-period      VALUE "Y".
           03  is-open                 PIC X.
               88  is-still-open           VALUE "Y".
           03  is-value                PIC S9(11)V99 COMP.
           03  is-delivered            PIC S9(11)V99 COMP.
           03  is-balance              PIC S9(11)V99 COMP.
           03  is-paid                 PIC S9(11)V99 COMP.

      *  The elimination totals, one record per seller/buyer pair,
      *  for the CUSTGRPC group consolidation.
       FD  elim-file.
       01  elim-record.
           03  el-period               PIC 9(6).
           03  el-seller               PIC X(3).
           03  el-buyer                PIC X(3).
           03  el-sales                PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  el-purchases            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  el-receivable           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  el-payable              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  comp-status                 PIC XX.
           88  comp-file-ok            VALUE "00".
           88  comp-file-eof           VALUE "10".
           88  comp-file-not-found     VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".
           88  cust-file-eof           VALUE "10".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".
           88  ordl-file-eof           VALUE "10".

       01  sup-status                  PIC XX.
           88  sup-file-ok             VALUE "00".
           88  sup-file-eof            VALUE "10".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-eof             VALUE "10".

       01  sin-status-code             PIC XX.
           88  sin-file-ok             VALUE "00".
           88  sin-file-eof            VALUE "10".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

      *  A company without one of the optional files simply has
      *  nothing in it to add -- these say which were opened.
       77  ord-open-switch             PIC X.
           88  ord-file-open               VALUE "Y".
       77  ordl-open-switch            PIC X.
           88  ordl-file-open              VALUE "Y".
       77  sin-open-switch             PIC X.
           88  sin-file-open               VALUE "Y".

      *  The installation directory the run starts in, and comes
      *  back to after each company.
       77  install-directory           PIC X(256).
       77  install-dir-length          PIC 9(9) COMP-5 VALUE 256.

      *  The companies, in compmast.dat order.
       78  max-companies                   VALUE 20.
       77  company-count               PIC 9(4) COMP VALUE 0.
       01  company-table.
           03  co-entry OCCURS 20.
               05  co-code             PIC X(3).
               05  co-name             PIC X(30).
               05  co-directory        PIC X(40).
       77  company-ind                 PIC 9(4) COMP.

      *  The period being closed, from the command line.
       01  period-yyyymm               PIC 9(6).
       01  period-parts REDEFINES period-yyyymm.
           03  period-yyyy             PIC 9(4).
           03  period-mm               PIC 99.
       01  period-start-date           PIC 9(8).
       01  period-end-date             PIC 9(8).
       77  period-end-julian           PIC 9(7) COMP.
       01  month-work.
           03  mw-yyyy                 PIC 9(4).
           03  mw-mm                   PIC 99.
           03  mw-dd                   PIC 99.
       01  month-work-date REDEFINES month-work PIC 9(8).

       01  today-yyyymmdd              PIC 9(8).
       01  today-parts REDEFINES today-yyyymmdd.
           03  today-yyyy              PIC 9(4).
           03  today-mm                PIC 99.
           03  today-dd                PIC 99.

      *  The buying company's intercompany suppliers -- which
      *  sister company each one stands for.
       78  max-ic-suppliers                VALUE 20.
       77  ic-supplier-count           PIC 9(4) COMP.
       01  ic-supplier-table.
           03  ics-entry OCCURS 20.
               05  ics-code            PIC X(4).
               05  ics-company         PIC X(3).
       77  ics-ind                     PIC 9(4) COMP.

      *  The purchase order being totalled off its po.ism lines.
       77  cur-po-no                   PIC 9(6).
       77  cur-po-company              PIC X(3).
       77  cur-po-supplier             PIC X(4).
       77  cur-po-date                 PIC 9(8).
       77  po-value                    PIC S9(11)V99 COMP.
       77  po-received                 PIC S9(11)V99 COMP.
       77  po-billed                   PIC S9(11)V99 COMP.
       77  line-cost                   PIC 9(5)V99.

      *  One pairing of seller and buyer records while the sorted
      *  items are walked.
       01  current-key.
           03  ck-seller               PIC X(3).
           03  ck-buyer                PIC X(3).
           03  ck-po-no                PIC 9(6).
       01  seller-item.
           03  si-present              PIC X.
               88  seller-present          VALUE "Y".
           03  si-ord-no               PIC 9(6).
           03  si-c-code               PIC X(5).
           03  si-in-period            PIC X.
               88  si-dated-in-period      VALUE "Y".
           03  si-open                 PIC X.
               88  si-still-open           VALUE "Y".
           03  si-value                PIC S9(11)V99 COMP.
           03  si-shipped              PIC S9(11)V99 COMP.
           03  si-receivable           PIC S9(11)V99 COMP.
           03  si-paid                 PIC S9(11)V99 COMP.
       01  buyer-item.
           03  bi-present              PIC X.
               88  buyer-present           VALUE "Y".
           03  bi-supplier             PIC X(5).
           03  bi-in-period            PIC X.
               88  bi-dated-in-period      VALUE "Y".
           03  bi-value                PIC S9(11)V99 COMP.
           03  bi-received             PIC S9(11)V99 COMP.
           03  bi-billed               PIC S9(11)V99 COMP.
       77  bi-payable                  PIC S9(11)V99 COMP.

      *  The elimination totals, one entry per seller/buyer pair.
       78  max-pairs                       VALUE 100.
       77  pair-count                  PIC 9(4) COMP VALUE 0.
       01  pair-table.
           03  pair-entry OCCURS 100.
               05  pr-seller           PIC X(3).
               05  pr-buyer            PIC X(3).
               05  pr-sales            PIC S9(11)V99 COMP.
               05  pr-purchases        PIC S9(11)V99 COMP.
               05  pr-receivable       PIC S9(11)V99 COMP.
               05  pr-payable          PIC S9(11)V99 COMP.
       77  pair-ind                    PIC 9(4) COMP.
       77  find-seller                 PIC X(3).
       77  find-buyer                  PIC X(3).
       77  pair-overflow-switch        PIC X VALUE "N".
           88  pairs-overflowed            VALUE "Y".

       77  items-matched               PIC 9(6) COMP VALUE 0.
       77  items-unmatched             PIC 9(6) COMP VALUE 0.
       77  items-mismatched            PIC 9(6) COMP VALUE 0.
       77  item-mismatch-switch        PIC X.
           88  item-mismatched             VALUE "Y".

       01  page-title.
           03  FILLER                  PIC X(40) VALUE
               "INTERCOMPANY RECONCILIATION -- PERIOD".
           03  pt-period               PIC 9(6).
           03  FILLER                  PIC X(10) VALUE "  RUN DATE".
           03  FILLER                  PIC X VALUE SPACE.
           03  pt-date                 PIC 9(8).

       01  company-list-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  cll-code                PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cll-name                PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cll-note                PIC X(40).

       01  detail-heading.
           03  FILLER                  PIC X(31) VALUE
               "SLR BUY  ORDER     PO PARTY".
           03  FILLER                  PIC X(40) VALUE
               "SELLER SIDE      BUYER SIDE  REASON".

       01  detail-line.
           03  dl-seller               PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-buyer                PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-ord-no               PIC Z(5)9 BLANK WHEN ZERO.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-po-no                PIC Z(5)9 BLANK WHEN ZERO.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-party                PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-seller-amount        PIC ----,---,--9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-buyer-amount         PIC ----,---,--9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-reason               PIC X(44).

       01  elim-heading.
           03  FILLER                  PIC X(40) VALUE
               "SLR BUY           SALES       PURCHASES".
           03  FILLER                  PIC X(31) VALUE
               "     RECEIVABLE         PAYABLE".

       01  elim-line.
           03  xl-seller               PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  xl-buyer                PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  xl-sales                PIC ----,---,--9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  xl-purchases            PIC ----,---,--9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  xl-receivable           PIC ----,---,--9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  xl-payable              PIC ----,---,--9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  xl-note                 PIC X(30).

       01  totals-line.
           03  FILLER                  PIC X(10) VALUE "MATCHED:".
           03  tl-matched              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14)
               VALUE "  MISMATCHED:".
           03  tl-mismatched           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(13)
               VALUE "  UNMATCHED:".
           03  tl-unmatched            PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  company-count = 0
               MOVE "NO COMPANIES ON COMPMAST.DAT -- NOTHING TO "
                   TO report-line
               WRITE report-line
               MOVE "RECONCILE" TO report-line
               WRITE report-line
               PERFORM Program-Terminate
               STOP RUN
           END-IF

           SORT item-sort-file
               ON ASCENDING KEY is-seller is-buyer is-po-no is-side
               INPUT PROCEDURE Gather-Ic-Items
               OUTPUT PROCEDURE Match-Ic-Items

           PERFORM Print-Eliminations
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Program-Initialize takes the period -- last month   *
      *  when none is given -- and works out its first and    *
      *  last days.                                           *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           MOVE 0 TO period-yyyymm
           ACCEPT period-yyyymm FROM COMMAND-LINE
           IF  period-yyyymm NOT NUMERIC
                   OR period-mm < 1 OR period-mm > 12
               MOVE today-yyyy TO period-yyyy
               MOVE today-mm   TO period-mm
               IF  period-mm = 1
                   MOVE 12 TO period-mm
                   SUBTRACT 1 FROM period-yyyy
               ELSE
                   SUBTRACT 1 FROM period-mm
               END-IF
           END-IF

           MOVE period-yyyy TO mw-yyyy
           MOVE period-mm   TO mw-mm
           MOVE 1           TO mw-dd
           MOVE month-work-date TO period-start-date
      *  The last day is the day before the first of next month.
           IF  mw-mm = 12
               MOVE 1 TO mw-mm
               ADD 1 TO mw-yyyy
           ELSE
               ADD 1 TO mw-mm
           END-IF
           COMPUTE period-end-julian =
               FUNCTION INTEGER-OF-DATE(month-work-date) - 1
           COMPUTE period-end-date =
               FUNCTION DATE-OF-INTEGER(period-end-julian)

           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                                             BY VALUE install-dir-length
                                             BY REFERENCE
                                                 install-directory
           END-CALL

           OPEN OUTPUT report-file
           OPEN OUTPUT elim-file
           MOVE period-yyyymm  TO pt-period
           MOVE today-yyyymmdd TO pt-date
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           PERFORM Load-Companies.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Load-Companies SECTION.

           MOVE 0 TO company-count
           OPEN INPUT compmast-file
           IF  comp-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL comp-file-eof
               READ compmast-file
                   AT END
                       SET comp-file-eof TO TRUE
                   NOT AT END
                       IF  company-count < max-companies
                           ADD 1 TO company-count
                           MOVE cm-code
                               TO co-code(company-count)
                           MOVE cm-name
                               TO co-name(company-count)
                           MOVE cm-directory
                               TO co-directory(company-count)
                       ELSE
                           MOVE SPACES TO company-list-line
                           MOVE cm-code TO cll-code
                           MOVE cm-name TO cll-name
                           MOVE "LEFT OUT -- TOO MANY COMPANIES"
                               TO cll-note
                           MOVE company-list-line TO report-line
                           WRITE report-line
                       END-IF
               END-READ
           END-PERFORM

           CLOSE compmast-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Ic-Items moves into each company's          *
      *  directory in turn and releases its seller-side and  *
      *  buyer-side items.  A directory that cannot be        *
      *  reached is listed -- its trade then shows up as      *
      *  unmatched on its sisters' side.                      *
      *                                                  *
      ****************************************************

       Gather-Ic-Items SECTION.

           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               MOVE SPACES TO company-list-line
               MOVE co-code(company-ind) TO cll-code
               MOVE co-name(company-ind) TO cll-name
               CALL "CBL_CHANGE_DIR" USING co-directory(company-ind)
               END-CALL
               IF  RETURN-CODE NOT = 0
                   MOVE "DIRECTORY NOT REACHABLE -- LEFT OUT"
                       TO cll-note
               ELSE
                   PERFORM Release-Seller-Items
                   PERFORM Release-Buyer-Items
                   CALL "CBL_CHANGE_DIR" USING install-directory
                   END-CALL
               END-IF
               MOVE company-list-line TO report-line
               WRITE report-line
           END-PERFORM

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE detail-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Seller-Items releases every live order,     *
      *  dated up to the period end, of each customer         *
      *  flagged as a sister company.                          *
      *                                                  *
      ****************************************************

       Release-Seller-Items SECTION.

           OPEN INPUT customer-file
           IF  NOT cust-file-ok
               EXIT SECTION
           END-IF
           MOVE "N" TO ord-open-switch
           OPEN INPUT order-file
           IF  ord-file-ok
               SET ord-file-open TO TRUE
           END-IF
           MOVE "N" TO ordl-open-switch
           OPEN INPUT ordline-file
           IF  ordl-file-ok
               SET ordl-file-open TO TRUE
           END-IF

           PERFORM UNTIL cust-file-eof OR NOT ord-file-open
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       IF  file-c-ic-company NOT = SPACES
                           PERFORM Release-Customer-Orders
                       END-IF
               END-READ
           END-PERFORM

           CLOSE customer-file
           IF  ord-file-open
               CLOSE order-file
           END-IF
           IF  ordl-file-open
               CLOSE ordline-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Customer-Orders SECTION.

           MOVE file-c-code TO ord-c-code
           MOVE 0           TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   EXIT SECTION
           END-START

           MOVE "00" TO ord-status
           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       IF  ord-c-code NOT = file-c-code
                           SET ord-file-eof TO TRUE
                       ELSE
                           IF  NOT order-voided
                                   AND ord-date NOT > period-end-date
                               PERFORM Release-One-Order
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-One-Order releases the seller's side of one *
      *  order -- shipped value off its lines (or the whole    *
      *  order, for one keyed by value alone once shipped).    *
      *                                                  *
      ****************************************************

       Release-One-Order SECTION.

           MOVE co-code(company-ind) TO is-seller
           MOVE file-c-ic-company    TO is-buyer
           MOVE 0 TO is-po-no
           IF  ord-ic-po-no NUMERIC
               MOVE ord-ic-po-no TO is-po-no
           END-IF
           SET is-seller-side TO TRUE
           MOVE ord-no      TO is-ord-no
           MOVE ord-c-code  TO is-party
           MOVE "N" TO is-in-period
           IF  ord-date NOT < period-start-date
               SET is-dated-in-period TO TRUE
           END-IF
           MOVE "Y" TO is-open
           IF  order-settled
               MOVE "N" TO is-open
           END-IF
           MOVE ord-val     TO is-value
           COMPUTE is-balance = ord-val - ord-pay-val
           MOVE ord-pay-val TO is-paid

           MOVE 0 TO is-delivered
           IF  ordl-file-open
               MOVE ord-c-code TO ordl-c-code
               MOVE ord-no     TO ordl-ord-no
               MOVE 0          TO ordl-line-no
               START ordline-file KEY IS NOT LESS THAN ordl-key
                   INVALID KEY
                       SET ordl-file-eof TO TRUE
                   NOT INVALID KEY
                       MOVE "00" TO ordl-status
               END-START
               PERFORM UNTIL ordl-file-eof
                   READ ordline-file NEXT RECORD
                       AT END
                           SET ordl-file-eof TO TRUE
                       NOT AT END
                           IF  ordl-c-code NOT = ord-c-code
                                   OR ordl-ord-no NOT = ord-no
                               SET ordl-file-eof TO TRUE
                           ELSE
      *  A line still open on a part-shipped order has delivered
      *  only what has gone so far -- its ship quantity is the
      *  one keyed for the next shipment.
                               IF  order-ful-part-shipped
                                       AND ordl-stock-flag NOT = "D"
                                   IF  ordl-scan-qty NUMERIC
                                       COMPUTE is-delivered =
                                           is-delivered + ordl-scan-qty
                                                    * ordl-unit-price
                                   END-IF
                               ELSE
                                   IF  ordl-ship-qty NUMERIC
                                       COMPUTE is-delivered =
                                           is-delivered + ordl-ship-qty
                                                    * ordl-unit-price
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO ordl-status
           END-IF
           IF  is-delivered = 0 AND order-ful-shipped
               MOVE ord-val TO is-delivered
           END-IF

           RELEASE item-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Buyer-Items releases every purchase order,  *
      *  dated up to the period end, raised against a         *
      *  supplier flagged as a sister company.                 *
      *                                                  *
      ****************************************************

       Release-Buyer-Items SECTION.

           MOVE 0 TO ic-supplier-count
           OPEN INPUT suplmast-file
           IF  NOT sup-file-ok
               EXIT SECTION
           END-IF
           PERFORM UNTIL sup-file-eof
               READ suplmast-file NEXT RECORD
                   AT END
                       SET sup-file-eof TO TRUE
                   NOT AT END
                       IF  sup-ic-company NOT = SPACES
                               AND ic-supplier-count < max-ic-suppliers
                           ADD 1 TO ic-supplier-count
                           MOVE sup-code
                               TO ics-code(ic-supplier-count)
                           MOVE sup-ic-company
                               TO ics-company(ic-supplier-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE suplmast-file
           IF  ic-supplier-count = 0
               EXIT SECTION
           END-IF

           OPEN INPUT po-file
           IF  NOT po-file-ok
               EXIT SECTION
           END-IF
           MOVE "N" TO sin-open-switch
           OPEN INPUT supinv-file
           IF  sin-file-ok
               SET sin-file-open TO TRUE
           END-IF

           MOVE 0 TO cur-po-no
           PERFORM UNTIL po-file-eof
               READ po-file NEXT RECORD
                   AT END
                       SET po-file-eof TO TRUE
                   NOT AT END
                       PERFORM Add-Po-Line
               END-READ
           END-PERFORM
           PERFORM Release-Current-Po

           CLOSE po-file
           IF  sin-file-open
               CLOSE supinv-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-Po-Line adds one live line of an intercompany   *
      *  PO to the PO being totalled, with whatever the        *
      *  sister has billed against it.                         *
      *                                                  *
      ****************************************************

       Add-Po-Line SECTION.

           IF  po-line-cancelled
                   OR po-order-date > period-end-date
               EXIT SECTION
           END-IF
           PERFORM VARYING ics-ind FROM 1 BY 1
                   UNTIL ics-ind > ic-supplier-count
                      OR ics-code(ics-ind) = po-supplier
               CONTINUE
           END-PERFORM
           IF  ics-ind > ic-supplier-count
               EXIT SECTION
           END-IF

           IF  po-no NOT = cur-po-no
               PERFORM Release-Current-Po
               MOVE po-no                 TO cur-po-no
               MOVE ics-company(ics-ind)  TO cur-po-company
               MOVE po-supplier           TO cur-po-supplier
               MOVE po-order-date         TO cur-po-date
               MOVE 0 TO po-value
                         po-received
                         po-billed
           END-IF

           MOVE 0 TO line-cost
           IF  po-unit-cost NUMERIC
               MOVE po-unit-cost TO line-cost
           END-IF
           COMPUTE po-value    = po-value + po-qty-ordered * line-cost
           COMPUTE po-received = po-received
                               + po-qty-received * line-cost

           IF  sin-file-open
               MOVE po-no      TO sin-po-no
               MOVE po-line-no TO sin-po-line
               START supinv-file KEY IS NOT LESS THAN sin-po-key
                   INVALID KEY
                       SET sin-file-eof TO TRUE
                   NOT INVALID KEY
                       MOVE "00" TO sin-status-code
               END-START
               PERFORM UNTIL sin-file-eof
                   READ supinv-file NEXT RECORD
                       AT END
                           SET sin-file-eof TO TRUE
                       NOT AT END
                           IF  sin-po-no NOT = po-no
                                   OR sin-po-line NOT = po-line-no
                               SET sin-file-eof TO TRUE
                           ELSE
                               ADD sin-amount TO po-billed
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO sin-status-code
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Current-Po SECTION.

           IF  cur-po-no = 0
               EXIT SECTION
           END-IF
           MOVE cur-po-company       TO is-seller
           MOVE co-code(company-ind) TO is-buyer
           MOVE cur-po-no            TO is-po-no
           SET is-buyer-side TO TRUE
           MOVE 0 TO is-ord-no
           MOVE cur-po-supplier      TO is-party
           MOVE "N" TO is-in-period
           IF  cur-po-date NOT < period-start-date
               SET is-dated-in-period TO TRUE
           END-IF
           MOVE "Y" TO is-open
           MOVE po-value             TO is-value
           MOVE po-received          TO is-delivered
           MOVE po-billed            TO is-balance
           MOVE 0                    TO is-paid
           RELEASE item-sort-record
           MOVE 0 TO cur-po-no.
           EXIT.

      ****************************************************
      *                                                  *
      *  Match-Ic-Items walks the sorted items one seller/   *
      *  buyer/PO number at a time -- the PO's buyer record   *
      *  sorts ahead of the order it was raised for.  An      *
      *  order never mirrored (PO number zero) stands alone.  *
      *                                                  *
      ****************************************************

       Match-Ic-Items SECTION.

           MOVE LOW-VALUES TO current-key
           PERFORM Clear-Pairing
           PERFORM UNTIL sort-file-eof
               RETURN item-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  is-seller NOT = ck-seller
                               OR is-buyer NOT = ck-buyer
                               OR is-po-no NOT = ck-po-no
                               OR is-po-no = 0
                           PERFORM Evaluate-Pairing
                           PERFORM Clear-Pairing
                           MOVE is-seller TO ck-seller
                           MOVE is-buyer  TO ck-buyer
                           MOVE is-po-no  TO ck-po-no
                       END-IF
                       PERFORM Take-Sorted-Item
               END-RETURN
           END-PERFORM
           PERFORM Evaluate-Pairing.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Clear-Pairing SECTION.

           INITIALIZE seller-item
                      buyer-item
           MOVE "N" TO si-present
                       bi-present.
           EXIT.

      ****************************************************
      *                                                  *
      *  Take-Sorted-Item files the item on its side of the  *
      *  pairing.  A second order claiming the same PO is     *
      *  listed on its own.                                    *
      *                                                  *
      ****************************************************

       Take-Sorted-Item SECTION.

           IF  is-buyer-side
               SET buyer-present TO TRUE
               MOVE is-party       TO bi-supplier
               MOVE is-in-period   TO bi-in-period
               MOVE is-value       TO bi-value
               MOVE is-delivered   TO bi-received
               MOVE is-balance     TO bi-billed
               EXIT SECTION
           END-IF

           IF  seller-present
               MOVE SPACES TO detail-line
               MOVE is-seller     TO dl-seller
               MOVE is-buyer      TO dl-buyer
               MOVE is-ord-no     TO dl-ord-no
               MOVE is-po-no      TO dl-po-no
               MOVE is-party      TO dl-party
               MOVE is-value      TO dl-seller-amount
               MOVE "PO ALREADY PAIRED WITH ANOTHER ORDER"
                   TO dl-reason
               PERFORM Print-Detail-Line
               ADD 1 TO items-unmatched
               PERFORM Add-Seller-To-Pair
               EXIT SECTION
           END-IF

           SET seller-present TO TRUE
           MOVE is-ord-no      TO si-ord-no
           MOVE is-party       TO si-c-code
           MOVE is-in-period   TO si-in-period
           MOVE is-open        TO si-open
           MOVE is-value       TO si-value
           MOVE is-delivered   TO si-shipped
           MOVE is-balance     TO si-receivable
           MOVE is-paid        TO si-paid
           PERFORM Add-Seller-To-Pair.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-Seller-To-Pair adds a seller-side item to the   *
      *  elimination totals of its pair.                      *
      *                                                  *
      ****************************************************

       Add-Seller-To-Pair SECTION.

           MOVE is-seller TO find-seller
           MOVE is-buyer  TO find-buyer
           PERFORM Find-Pair
           IF  pair-ind = 0
               EXIT SECTION
           END-IF
           IF  is-dated-in-period
               ADD is-value TO pr-sales(pair-ind)
           END-IF
           IF  is-still-open
               ADD is-balance TO pr-receivable(pair-ind)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Pair finds -- or starts -- the pair-table      *
      *  entry for find-seller/find-buyer; pair-ind is      *
      *  zero when the table is full.                        *
      *                                                  *
      ****************************************************

       Find-Pair SECTION.

           PERFORM VARYING pair-ind FROM 1 BY 1
                   UNTIL pair-ind > pair-count
                      OR (pr-seller(pair-ind) = find-seller
                          AND pr-buyer(pair-ind) = find-buyer)
               CONTINUE
           END-PERFORM
           IF  pair-ind > pair-count
               IF  pair-count < max-pairs
                   ADD 1 TO pair-count
                   MOVE pair-count TO pair-ind
                   INITIALIZE pair-entry(pair-ind)
                   MOVE find-seller TO pr-seller(pair-ind)
                   MOVE find-buyer  TO pr-buyer(pair-ind)
               ELSE
                   SET pairs-overflowed TO TRUE
                   MOVE 0 TO pair-ind
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Evaluate-Pairing settles the pairing just gathered: *
      *  the buyer's purchases and payable go to the pair's   *
      *  totals, and anything unmatched or mismatched is       *
      *  listed.                                               *
      *                                                  *
      ****************************************************

       Evaluate-Pairing SECTION.

           IF  NOT seller-present AND NOT buyer-present
               EXIT SECTION
           END-IF

           MOVE SPACES TO detail-line
           MOVE ck-seller TO dl-seller
           MOVE ck-buyer  TO dl-buyer
           MOVE si-ord-no TO dl-ord-no
           MOVE ck-po-no  TO dl-po-no

           MOVE bi-billed TO bi-payable
           IF  buyer-present
               IF  seller-present
                   SUBTRACT si-paid FROM bi-payable
               END-IF
               MOVE ck-seller TO find-seller
               MOVE ck-buyer  TO find-buyer
               PERFORM Find-Pair
               IF  pair-ind NOT = 0
                   IF  bi-dated-in-period
                       ADD bi-value TO pr-purchases(pair-ind)
                   END-IF
                   ADD bi-payable TO pr-payable(pair-ind)
               END-IF
           END-IF

           IF  NOT buyer-present
               IF  NOT si-still-open AND NOT si-dated-in-period
                   EXIT SECTION
               END-IF
               MOVE si-c-code TO dl-party
               MOVE si-value  TO dl-seller-amount
               IF  ck-po-no = 0
                   MOVE "NO PO RAISED -- RUN CUSTICPO" TO dl-reason
               ELSE
                   MOVE "PO NOT FOUND IN THE BUYING COMPANY"
                       TO dl-reason
               END-IF
               PERFORM Print-Detail-Line
               ADD 1 TO items-unmatched
               EXIT SECTION
           END-IF

           IF  NOT seller-present
               MOVE bi-supplier TO dl-party
               MOVE bi-value    TO dl-buyer-amount
               MOVE "NO LIVE ORDER IN THE SELLING COMPANY"
                   TO dl-reason
               PERFORM Print-Detail-Line
               ADD 1 TO items-unmatched
               EXIT SECTION
           END-IF

      *  Both sides present -- an order the seller settled before
      *  the period began, with a PO to match, is history.
           IF  NOT si-still-open AND NOT si-dated-in-period
                   AND NOT bi-dated-in-period
               ADD 1 TO items-matched
               EXIT SECTION
           END-IF

           MOVE "N" TO item-mismatch-switch
           MOVE si-c-code TO dl-party
           IF  si-value NOT = bi-value
               MOVE si-value TO dl-seller-amount
               MOVE bi-value TO dl-buyer-amount
               MOVE "ORDER AND PO VALUES DIFFER" TO dl-reason
               PERFORM Print-Mismatch-Line
           END-IF
           IF  si-shipped NOT = bi-received
               MOVE si-shipped  TO dl-seller-amount
               MOVE bi-received TO dl-buyer-amount
               MOVE "SHIPPED AND RECEIVED DIFFER -- IN TRANSIT?"
                   TO dl-reason
               PERFORM Print-Mismatch-Line
           END-IF
           IF  si-receivable NOT = bi-payable
               MOVE si-receivable TO dl-seller-amount
               MOVE bi-payable    TO dl-buyer-amount
               MOVE "RECEIVABLE AND PAYABLE DIFFER" TO dl-reason
               PERFORM Print-Mismatch-Line
           END-IF
           IF  item-mismatched
               ADD 1 TO items-mismatched
           ELSE
               ADD 1 TO items-matched
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Mismatch-Line prints one reason a pair fails  *
      *  to agree -- the keys on the first line only.          *
      *                                                  *
      ****************************************************

       Print-Mismatch-Line SECTION.

           PERFORM Print-Detail-Line
           SET item-mismatched TO TRUE
           MOVE SPACES TO dl-seller
                          dl-buyer
                          dl-party
           MOVE 0 TO dl-ord-no
                     dl-po-no.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Detail-Line SECTION.

           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Eliminations prints the totals of each        *
      *  seller/buyer pair and writes them to icelim.dat.     *
      *  Intercompany sales and purchases, and receivable     *
      *  and payable, should agree; a pair that does not is   *
      *  marked, and the listing above says why.              *
      *                                                  *
      ****************************************************

       Print-Eliminations SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE items-matched    TO tl-matched
           MOVE items-mismatched TO tl-mismatched
           MOVE items-unmatched  TO tl-unmatched
           MOVE totals-line TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "ELIMINATION TOTALS FOR THE GROUP CONSOLIDATION"
               TO report-line
           WRITE report-line
           MOVE elim-heading TO report-line
           WRITE report-line

           PERFORM VARYING pair-ind FROM 1 BY 1
                   UNTIL pair-ind > pair-count
               MOVE SPACES TO elim-line
               MOVE pr-seller(pair-ind)     TO xl-seller
               MOVE pr-buyer(pair-ind)      TO xl-buyer
               MOVE pr-sales(pair-ind)      TO xl-sales
               MOVE pr-purchases(pair-ind)  TO xl-purchases
               MOVE pr-receivable(pair-ind) TO xl-receivable
               MOVE pr-payable(pair-ind)    TO xl-payable
               IF  pr-sales(pair-ind) NOT = pr-purchases(pair-ind)
                       OR pr-receivable(pair-ind)
                          NOT = pr-payable(pair-ind)
                   MOVE "** DOES NOT AGREE" TO xl-note
               END-IF
               MOVE elim-line TO report-line
               WRITE report-line

               MOVE period-yyyymm           TO el-period
               MOVE pr-seller(pair-ind)     TO el-seller
               MOVE pr-buyer(pair-ind)      TO el-buyer
               MOVE pr-sales(pair-ind)      TO el-sales
               MOVE pr-purchases(pair-ind)  TO el-purchases
               MOVE pr-receivable(pair-ind) TO el-receivable
               MOVE pr-payable(pair-ind)    TO el-payable
               WRITE elim-record
           END-PERFORM

           IF  pairs-overflowed
               MOVE "MORE SELLER/BUYER PAIRS THAN THE TABLE HOLDS -- "
                   TO report-line
               MOVE "TOTALS INCOMPLETE" TO report-line(49:17)
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE elim-file
           CLOSE report-file.
           EXIT.
