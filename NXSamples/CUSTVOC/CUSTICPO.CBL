      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Intercompany purchase-order mirror.  Run from the            *
      * installation directory, it walks every company compmast.dat  *
      * lists, the way CUSTGRPC does, and finds each order placed    *
      * by a sister company -- a customer whose file-c-ic-company    *
      * names the buying company (see CUSTICFL.CBL) -- that has no   *
      * purchase order behind it yet.  For each one it moves into    *
      * the buying company's directory and raises the matching PO    *
      * there: against the supplier whose sup-ic-company names the   *
      * selling company, under the buyer's own next "PONO    "       *
      * number, one PO line per order line at the price the seller   *
      * charged, expected on the date the customer asked for (or     *
      * the supplier's lead time from today).  The order is then     *
      * stamped with the PO number in ord-ic-po-no, so it is raised  *
      * once only, and that stamp is what CUSTICRC.CBL pairs the     *
      * two sides on at month end.  Voided orders, orders still      *
      * waiting for approval and orders keyed by value alone (no     *
      * order lines to mirror) are left for the report, and          *
      * custicpo.prt lists every order looked at.                    *
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
       PROGRAM-ID. custicpo.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT compmast-file ASSIGN "compmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS comp-status.

      *  The company files below are opened by bare name once the
      *  run has moved into that company's directory -- the
      *  selling company's for the first three, the buying
      *  company's for the rest.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS SEQUENTIAL
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

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT report-file ASSIGN "custicpo.prt"
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

       FD  control-file.
           COPY "custctl.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  comp-status                 PIC XX.
           88  comp-file-ok            VALUE "00".
           88  comp-file-eof           VALUE "10".
           88  comp-file-not-found     VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

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
           88  po-file-not-found       VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".
           88  ctl-file-not-found      VALUE "35".

       78  control-id-pono                 VALUE "PONO    ".

      *  A selling company without order lines simply has nothing
      *  to mirror -- this says whether ordline.ism was opened.
       77  ordl-open-switch            PIC X.
           88  ordl-file-open              VALUE "Y".

      *  The installation directory the run starts in.  Every move
      *  goes back through it, so a company directory given
      *  relative to the installation resolves the same from
      *  wherever the run has just been.
       77  install-directory           PIC X(256).
       77  install-dir-length          PIC 9(9) COMP-5 VALUE 256.
       77  target-ind                  PIC 9(4) COMP.
       77  directory-switch            PIC X.
           88  directory-reached           VALUE "Y".

      *  The companies, in compmast.dat order.
       78  max-companies                   VALUE 20.
       77  company-count               PIC 9(4) COMP VALUE 0.
       01  company-table.
           03  co-entry OCCURS 20.
               05  co-code             PIC X(3).
               05  co-name             PIC X(30).
               05  co-directory        PIC X(40).
       77  company-ind                 PIC 9(4) COMP.
       77  buyer-ind                   PIC 9(4) COMP.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  expected-julian             PIC 9(7) COMP.

      *  The sister company the current order's customer stands
      *  for, looked up once per customer.
       77  prev-c-code                 PIC X(5).
       77  cur-ic-company              PIC X(3).

      *  The current order's lines, gathered in the selling
      *  company before the move to the buyer.
       78  max-order-lines                 VALUE 99.
       77  order-line-count            PIC 9(4) COMP.
       01  order-line-table.
           03  olt-entry OCCURS 99.
               05  olt-item-code       PIC X(4).
               05  olt-qty             PIC 9(5) COMP.
               05  olt-unit-price      PIC 9(5)V99 COMP.
               05  olt-req-date        PIC 9(8).
       77  line-ind                    PIC 9(4) COMP.
       77  line-overflow-switch        PIC X.
           88  order-lines-overflow        VALUE "Y".

      *  What the buying company's side came to.
       77  ic-supplier-code            PIC X(4).
       77  ic-lead-days                PIC 9(3).
       77  supplier-found-switch       PIC X.
           88  supplier-found              VALUE "Y".
       77  cur-po-no                   PIC 9(6).
       77  po-raised-switch            PIC X.
           88  po-raised                   VALUE "Y".
       77  line-failed-switch          PIC X.
           88  po-line-failed              VALUE "Y".

       77  journal-image               PIC X(512).
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       77  orders-mirrored             PIC 9(6) COMP VALUE 0.
       77  orders-left                 PIC 9(6) COMP VALUE 0.
       77  po-lines-written            PIC 9(6) COMP VALUE 0.

       01  page-title.
           03  FILLER                  PIC X(40) VALUE
               "INTERCOMPANY PURCHASE-ORDER MIRROR".
           03  FILLER                  PIC X(10) VALUE "  RUN DATE".
           03  FILLER                  PIC X VALUE SPACE.
           03  pt-date                 PIC 9(8).

       01  column-heading              PIC X(80) VALUE
               "SLR  CUSTOMER  ORDER   BUY  LINES  RESULT".

       01  detail-line.
           03  dl-seller               PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  dl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-buyer                PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-lines                PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-result               PIC X(50).

       01  company-list-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  cll-code                PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cll-name                PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cll-note                PIC X(40).

       01  totals-line.
           03  FILLER                  PIC X(17)
               VALUE "ORDERS MIRRORED:".
           03  tl-mirrored             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(13)
               VALUE "  PO LINES:".
           03  tl-po-lines             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(16)
               VALUE "  LEFT OVER:".
           03  tl-left                 PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  company-count = 0
               MOVE "NO COMPANIES ON COMPMAST.DAT -- NOTHING TO MIRROR"
                   TO report-line
               WRITE report-line
               PERFORM Program-Terminate
               STOP RUN
           END-IF

           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               PERFORM Mirror-Company-Orders
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)

           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                                             BY VALUE install-dir-length
                                             BY REFERENCE
                                                 install-directory
           END-CALL

           OPEN OUTPUT report-file
           MOVE today-yyyymmdd TO pt-date
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           PERFORM Load-Companies

           MOVE column-heading TO report-line
           WRITE report-line.
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
      *  Move-To-Company moves the run into the directory   *
      *  of company target-ind, by way of the installation   *
      *  directory, and says whether it got there.            *
      *                                                  *
      ****************************************************

       Move-To-Company SECTION.

           MOVE "N" TO directory-switch
           CALL "CBL_CHANGE_DIR" USING install-directory
           END-CALL
           IF  RETURN-CODE NOT = 0
               EXIT SECTION
           END-IF
           CALL "CBL_CHANGE_DIR" USING co-directory(target-ind)
           END-CALL
           IF  RETURN-CODE = 0
               SET directory-reached TO TRUE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Mirror-Company-Orders reads the selling company's  *
      *  order.ism through, mirroring every live order of a  *
      *  sister-company customer that has no PO yet.          *
      *                                                  *
      ****************************************************

       Mirror-Company-Orders SECTION.

           MOVE company-ind TO target-ind
           PERFORM Move-To-Company
           IF  NOT directory-reached
               MOVE SPACES TO company-list-line
               MOVE co-code(company-ind) TO cll-code
               MOVE co-name(company-ind) TO cll-name
               MOVE "DIRECTORY NOT REACHABLE -- LEFT OUT" TO cll-note
               MOVE company-list-line TO report-line
               WRITE report-line
               CALL "CBL_CHANGE_DIR" USING install-directory
               END-CALL
               EXIT SECTION
           END-IF

           OPEN I-O order-file
           IF  NOT ord-file-ok
               CALL "CBL_CHANGE_DIR" USING install-directory
               END-CALL
               EXIT SECTION
           END-IF
           OPEN INPUT customer-file
           IF  NOT cust-file-ok
               CLOSE order-file
               CALL "CBL_CHANGE_DIR" USING install-directory
               END-CALL
               EXIT SECTION
           END-IF
           MOVE "N" TO ordl-open-switch
           OPEN INPUT ordline-file
           IF  ordl-file-ok
               SET ordl-file-open TO TRUE
           END-IF
           MOVE SPACES TO prev-c-code
                          cur-ic-company

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       IF  NOT order-voided
                           PERFORM Check-Ic-Customer
                           IF  cur-ic-company NOT = SPACES
                                   AND (ord-ic-po-no NOT NUMERIC
                                        OR ord-ic-po-no = 0)
                               PERFORM Mirror-One-Order
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE order-file
           CLOSE customer-file
           IF  ordl-file-open
               CLOSE ordline-file
           END-IF
           CALL "CBL_CHANGE_DIR" USING install-directory
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Ic-Customer SECTION.

           IF  ord-c-code = prev-c-code
               EXIT SECTION
           END-IF
           MOVE ord-c-code TO prev-c-code
           MOVE SPACES TO cur-ic-company
           MOVE ord-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE file-c-ic-company TO cur-ic-company
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Mirror-One-Order gathers the order's lines, has     *
      *  the buying company's PO raised, and stamps the       *
      *  order with its number once back in the seller's       *
      *  directory.                                            *
      *                                                  *
      ****************************************************

       Mirror-One-Order SECTION.

           MOVE SPACES TO dl-result
           MOVE co-code(company-ind) TO dl-seller
           MOVE ord-c-code           TO dl-c-code
           MOVE ord-no               TO dl-ord-no
           MOVE cur-ic-company       TO dl-buyer
           MOVE 0                    TO dl-lines

           IF  order-pending-approval
               MOVE "AWAITING APPROVAL -- LEFT FOR THE NEXT RUN"
                   TO dl-result
               PERFORM Print-Left-Line
               EXIT SECTION
           END-IF

           PERFORM VARYING buyer-ind FROM 1 BY 1
                   UNTIL buyer-ind > company-count
                      OR co-code(buyer-ind) = cur-ic-company
               CONTINUE
           END-PERFORM
           IF  buyer-ind > company-count
               MOVE "BUYING COMPANY NOT ON COMPMAST.DAT" TO dl-result
               PERFORM Print-Left-Line
               EXIT SECTION
           END-IF

           PERFORM Load-Order-Lines
           MOVE order-line-count TO dl-lines
           IF  order-lines-overflow
               MOVE "TOO MANY LINES -- RAISE THE PO BY HAND"
                   TO dl-result
               PERFORM Print-Left-Line
               EXIT SECTION
           END-IF
           IF  order-line-count = 0
               MOVE "NO ORDER LINES -- RAISE THE PO BY HAND"
                   TO dl-result
               PERFORM Print-Left-Line
               EXIT SECTION
           END-IF

           MOVE buyer-ind TO target-ind
           PERFORM Move-To-Company
           IF  directory-reached
               PERFORM Raise-Buyer-Po
           ELSE
               MOVE "BUYING COMPANY DIRECTORY NOT REACHABLE"
                   TO dl-result
               MOVE "N" TO po-raised-switch
           END-IF

           MOVE company-ind TO target-ind
           PERFORM Move-To-Company
           IF  NOT po-raised
               PERFORM Print-Left-Line
               EXIT SECTION
           END-IF

           MOVE cur-po-no TO ord-ic-po-no
           REWRITE order-record
               INVALID KEY
                   STRING "PO " cur-po-no " RAISED -- ORDER NOT "
                          "STAMPED, CANCEL IT"
                       DELIMITED BY SIZE INTO dl-result
                   PERFORM Print-Left-Line
                   EXIT SECTION
           END-REWRITE
           MOVE SPACES TO journal-image
           MOVE order-record TO journal-image
           CALL "custfwdj" USING "ORDER   ", "R", journal-image
           END-CALL

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "ORDER " ord-no " NO INTERCOMPANY PO"
               DELIMITED BY SIZE INTO aud-before-image
           STRING "ORDER " ord-no " PO " cur-po-no " IN "
                  cur-ic-company
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "IC-PO", ord-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL

           ADD 1 TO orders-mirrored
           IF  po-line-failed
               STRING "PO " cur-po-no " RAISED -- A LINE WRITE FAILED,"
                      " CHECK IT"
                   DELIMITED BY SIZE INTO dl-result
           ELSE
               STRING "PO " cur-po-no " RAISED AGAINST SUPPLIER "
                      ic-supplier-code
                   DELIMITED BY SIZE INTO dl-result
           END-IF
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Load-Order-Lines SECTION.

           MOVE 0 TO order-line-count
           MOVE "N" TO line-overflow-switch
           IF  NOT ordl-file-open
               EXIT SECTION
           END-IF

           MOVE ord-c-code TO ordl-c-code
           MOVE ord-no     TO ordl-ord-no
           MOVE 0          TO ordl-line-no
           START ordline-file KEY IS NOT LESS THAN ordl-key
               INVALID KEY
                   EXIT SECTION
           END-START

           MOVE "00" TO ordl-status
           PERFORM UNTIL ordl-file-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET ordl-file-eof TO TRUE
                   NOT AT END
                       IF  ordl-c-code NOT = ord-c-code
                               OR ordl-ord-no NOT = ord-no
                           SET ordl-file-eof TO TRUE
                       ELSE
                           IF  order-line-count < max-order-lines
                               ADD 1 TO order-line-count
                               MOVE ordl-item-code
                                   TO olt-item-code(order-line-count)
                               MOVE ordl-qty
                                   TO olt-qty(order-line-count)
                               MOVE ordl-unit-price
                                   TO olt-unit-price(order-line-count)
                               MOVE 0
                                   TO olt-req-date(order-line-count)
                               IF  ordl-req-date NUMERIC
                                   MOVE ordl-req-date
                                    TO olt-req-date(order-line-count)
                               END-IF
                           ELSE
                               SET order-lines-overflow TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Raise-Buyer-Po runs in the buying company's        *
      *  directory: finds the supplier standing for the      *
      *  seller, takes the next PO number and writes the      *
      *  lines.                                               *
      *                                                  *
      ****************************************************

       Raise-Buyer-Po SECTION.

           MOVE "N" TO po-raised-switch
           MOVE "N" TO supplier-found-switch
           OPEN INPUT suplmast-file
           IF  NOT sup-file-ok
               MOVE "NO SUPPLIER MASTER IN THE BUYING COMPANY"
                   TO dl-result
               EXIT SECTION
           END-IF
           PERFORM UNTIL sup-file-eof OR supplier-found
               READ suplmast-file NEXT RECORD
                   AT END
                       SET sup-file-eof TO TRUE
                   NOT AT END
                       IF  sup-ic-company = co-code(company-ind)
                           SET supplier-found TO TRUE
                           MOVE sup-code TO ic-supplier-code
                           MOVE 0 TO ic-lead-days
                           IF  sup-lead-days NUMERIC
                               MOVE sup-lead-days TO ic-lead-days
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE suplmast-file
           IF  NOT supplier-found
               MOVE "BUYER HAS NO SUPPLIER FOR THE SELLING COMPANY"
                   TO dl-result
               EXIT SECTION
           END-IF

           OPEN I-O control-file
           IF  ctl-file-not-found
               OPEN OUTPUT control-file
               CLOSE control-file
               OPEN I-O control-file
           END-IF
           OPEN I-O po-file
           IF  po-file-not-found
               OPEN OUTPUT po-file
               CLOSE po-file
               OPEN I-O po-file
           END-IF

           PERFORM Assign-Next-Po-No
           SET po-raised TO TRUE
           MOVE "N" TO line-failed-switch

           PERFORM VARYING line-ind FROM 1 BY 1
                   UNTIL line-ind > order-line-count
               PERFORM Write-Po-Line
           END-PERFORM

           CLOSE po-file
           CLOSE control-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Assign-Next-Po-No SECTION.

           MOVE control-id-pono TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ctl-next-no TO cur-po-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Po-Line writes PO line line-ind -- the        *
      *  seller's line as the buyer orders it.  No date        *
      *  asked for on the line or the order means the          *
      *  supplier's lead time decides, as in CUSTPOEN.         *
      *                                                  *
      ****************************************************

       Write-Po-Line SECTION.

           MOVE SPACES TO po-record
           MOVE cur-po-no              TO po-no
           MOVE line-ind               TO po-line-no
           MOVE ic-supplier-code       TO po-supplier
           MOVE olt-item-code(line-ind) TO po-item-code
           MOVE olt-qty(line-ind)      TO po-qty-ordered
           MOVE 0                      TO po-qty-received
           MOVE today-yyyymmdd         TO po-order-date
           EVALUATE TRUE
               WHEN olt-req-date(line-ind) > 0
                   MOVE olt-req-date(line-ind) TO po-expected-date
               WHEN ord-req-date NUMERIC AND ord-req-date > 0
                   MOVE ord-req-date TO po-expected-date
               WHEN OTHER
                   COMPUTE expected-julian = today-julian + ic-lead-days
                   COMPUTE po-expected-date =
                       FUNCTION DATE-OF-INTEGER(expected-julian)
           END-EVALUATE
           MOVE olt-unit-price(line-ind) TO po-unit-cost
           MOVE "O" TO po-status

           WRITE po-record
               INVALID KEY
                   SET po-line-failed TO TRUE
               NOT INVALID KEY
                   ADD 1 TO po-lines-written
           END-WRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Left-Line SECTION.

           ADD 1 TO orders-left
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE orders-mirrored  TO tl-mirrored
           MOVE po-lines-written TO tl-po-lines
           MOVE orders-left      TO tl-left
           MOVE totals-line TO report-line
           WRITE report-line
           CLOSE report-file.
           EXIT.
