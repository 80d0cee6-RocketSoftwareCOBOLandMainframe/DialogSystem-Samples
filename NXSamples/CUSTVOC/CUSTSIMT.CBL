      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Supplier-invoice three-way match.  Walks supinv.ism and      *
      * matches every invoice line still waiting -- entered, or held *
      * by an earlier run -- against the po.ism line it bills and    *
      * what CUSTRCPT has actually received on it:                   *
      *                                                              *
      *     POL  no such open PO line for this supplier              *
      *     DUP  the same quantity at the same price is already      *
      *          matched on another of the supplier's invoices --    *
      *          billed twice                                        *
      *     QTY  billed to date on the PO line, this line included,  *
      *          is more than was received (plus the "MTCHQTY "      *
      *          tolerance in units off the control file)            *
      *     PRC  the unit price billed differs from the PO line's    *
      *          po-unit-cost by more than the "MTCHPCT " tolerance  *
      *          (whole percent, 2 when not on file)                 *
      *                                                              *
      * An invoice is passed or held whole -- one failing line holds *
      * the rest of it as "INV" -- so accounts payable never pays    *
      * half an invoice.  Passed invoices are marked matched for the *
      * CUSTAPEX payables export; held ones are listed on the match- *
      * exception report and tried again on the next run, so a late  *
      * receipt releases them without re-keying.                     *
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
       PROGRAM-ID. custsimt.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT supinv-file ASSIGN "supinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sin-key
           ALTERNATE RECORD KEY IS sin-po-key WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS sin-status-code.

      *  billed-file is a second reader over supinv.ism, so the
      *  other invoice lines billing the same PO line can be browsed
      *  by the alternate key while the main reader holds its place
      *  in the invoice sequence -- see Sum-Billed-To-Date.
           SELECT billed-file ASSIGN "supinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bil-key
           ALTERNATE RECORD KEY IS bil-po-key WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS bil-status-code.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS DYNAMIC
           FILE STATUS IS po-status-code.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT report-file ASSIGN "custsimt.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  supinv-file.
           COPY "supinvrc.cpy".

       FD  billed-file.
       01  billed-record.
           03  bil-key.
               05  bil-supplier        PIC X(4).
               05  bil-inv-no          PIC X(12).
               05  bil-line-no         PIC 9(3).
           03  bil-inv-date            PIC 9(8).
           03  bil-po-key.
               05  bil-po-no           PIC 9(6).
               05  bil-po-line         PIC 9(3).
           03  bil-qty-billed          PIC 9(5) COMP.
           03  bil-unit-price          PIC 9(5)V99 COMP.
           03  bil-amount              PIC 9(7)V99 COMP.
           03  bil-entry-date          PIC 9(8).
           03  bil-status              PIC X.
           03  bil-hold-reason         PIC X(3).
           03  bil-match-date          PIC 9(8).
           03  bil-ap-date             PIC 9(8).
           03  FILLER                  PIC X(10).

       FD  po-file.
           COPY "porec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  sin-status-code             PIC XX.
           88  sin-file-ok             VALUE "00".
           88  sin-file-eof            VALUE "10".
           88  sin-file-not-found      VALUE "35".

       01  bil-status-code             PIC XX.
           88  bil-file-ok             VALUE "00".
           88  bil-file-eof            VALUE "10".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-not-found       VALUE "35".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       78  control-id-mtchpct              VALUE "MTCHPCT ".
       78  control-id-mtchqty              VALUE "MTCHQTY ".
       78  default-price-tolerance         VALUE 2.

       77  price-tolerance-pct         PIC 9(3) COMP.
       77  qty-tolerance               PIC 9(5) COMP.

       01  today-yyyymmdd              PIC 9(8).

       77  no-supinv-file-switch       PIC X VALUE "N".
           88  no-supinv-file           VALUE "Y".
       77  no-po-file-switch           PIC X VALUE "N".
           88  no-po-file               VALUE "Y".

      *  cur-supplier/cur-inv-no carry the invoice being gathered;
      *  resume-key is where the walk picks up again after the
      *  gathered invoice's lines have been rewritten.
       77  cur-supplier                PIC X(4) VALUE SPACES.
       77  cur-inv-no                  PIC X(12) VALUE SPACES.
       77  invoice-open-switch         PIC X VALUE "N".
           88  invoice-open             VALUE "Y".
       01  resume-key                  PIC X(19).

      *  line-table holds the verdict on each line of the invoice
      *  being gathered until the whole invoice has been seen.
       78  max-inv-lines                   VALUE 99.
       77  line-count                  PIC 9(4) COMP.
       77  line-ind                    PIC 9(4) COMP.
       77  lines-waiting               PIC 9(4) COMP.
       77  lines-failed                PIC 9(4) COMP.
       77  invoice-value               PIC 9(9)V99 COMP.
       01  line-table.
           03  line-entry OCCURS max-inv-lines.
               05  ilt-line-no         PIC 9(3).
               05  ilt-reason          PIC X(3).
               05  ilt-text            PIC X(40).

       77  line-reason                 PIC X(3).
       77  line-text                   PIC X(40).
       77  billed-to-date              PIC 9(7) COMP.
       77  duplicate-switch            PIC X.
           88  duplicate-found          VALUE "Y".
       77  duplicate-inv-no            PIC X(12).
       77  po-cost                     PIC 9(5)V99 COMP.
       77  price-allowance             PIC 9(5)V99 COMP.
       77  qty-display                 PIC ZZ,ZZ9.
       77  qty-display-2               PIC ZZ,ZZ9.
       77  price-display               PIC ZZ,ZZ9.99.
       77  price-display-2             PIC ZZ,ZZ9.99.

       77  invoices-matched            PIC 9(6) COMP.
       77  invoices-held               PIC 9(6) COMP.
       77  value-matched               PIC 9(9)V99 COMP.
       77  value-held                  PIC 9(9)V99 COMP.
      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "SUPPLIER-INVOICE THREE-WAY MATCH EXCEPTIONS".

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "SUPP".
           03  FILLER                  PIC X(17) VALUE "INVOICE/LINE".
           03  FILLER                  PIC X(12) VALUE "PO/LINE".
           03  FILLER                  PIC X(8)  VALUE "   QTY".
           03  FILLER                  PIC X(11) VALUE "     PRICE".
           03  FILLER                  PIC X(14) VALUE "        AMOUNT".
           03  FILLER                  PIC X(6)  VALUE "  RSN".
           03  FILLER                  PIC X(40) VALUE "  DETAIL".

       01  detail-line.
           03  dl-supplier             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-inv-no               PIC X(12).
           03  FILLER                  PIC X VALUE "/".
           03  dl-line-no              PIC 9(3).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-po-no                PIC 9(6).
           03  FILLER                  PIC X VALUE "/".
           03  dl-po-line              PIC 9(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-qty                  PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-price                PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-reason               PIC X(3).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-text                 PIC X(40).

       01  totals-line.
           03  tl-label                PIC X(20).
           03  tl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE "  VALUE: ".
           03  tl-value                PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  NOT no-supinv-file
               PERFORM Read-Next-Invoice-Line
           END-IF
           PERFORM UNTIL sin-file-eof
               IF  sin-supplier NOT = cur-supplier
                       OR sin-inv-no NOT = cur-inv-no
                       OR NOT invoice-open
                   IF  invoice-open
                       MOVE sin-key TO resume-key
                       PERFORM Finish-Invoice
                       MOVE resume-key TO sin-key
                       START supinv-file KEY IS NOT LESS THAN sin-key
                           INVALID KEY
                               SET sin-file-eof TO TRUE
                       END-START
                       IF  NOT sin-file-eof
                           PERFORM Read-Next-Invoice-Line
                       END-IF
                   END-IF
                   IF  NOT sin-file-eof
                       PERFORM Start-Invoice
                   END-IF
               END-IF
               IF  NOT sin-file-eof
                   PERFORM Gather-Invoice-Line
                   PERFORM Read-Next-Invoice-Line
               END-IF
           END-PERFORM
           IF  invoice-open
               PERFORM Finish-Invoice
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO invoices-matched
           MOVE 0 TO invoices-held
           MOVE 0 TO value-matched
           MOVE 0 TO value-held
           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN I-O supinv-file
           IF  sin-file-not-found
               SET no-supinv-file TO TRUE
               SET sin-file-eof TO TRUE
           ELSE
               OPEN INPUT billed-file
           END-IF
           OPEN INPUT po-file
           IF  po-file-not-found
               SET no-po-file TO TRUE
           END-IF
           OPEN INPUT inventory-file
           OPEN INPUT control-file
           OPEN OUTPUT report-file

           MOVE default-price-tolerance TO price-tolerance-pct
           MOVE control-id-mtchpct TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO price-tolerance-pct
           END-READ
           MOVE 0 TO qty-tolerance
           MOVE control-id-mtchqty TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO qty-tolerance
           END-READ

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Read-Next-Invoice-Line SECTION.

           READ supinv-file NEXT RECORD
               AT END
                   SET sin-file-eof TO TRUE
               NOT AT END
                   ADD 1 TO run-reads-count
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-Invoice SECTION.

           MOVE sin-supplier TO cur-supplier
           MOVE sin-inv-no   TO cur-inv-no
           SET invoice-open TO TRUE
           MOVE 0 TO line-count
           MOVE 0 TO lines-waiting
           MOVE 0 TO lines-failed
           MOVE 0 TO invoice-value.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Invoice-Line matches one line still        *
      *  waiting and keeps its verdict in line-table -- a    *
      *  line matched on an earlier run is only counted       *
      *  towards the invoice value.                            *
      *                                                  *
      ****************************************************

       Gather-Invoice-Line SECTION.

           ADD sin-amount TO invoice-value
           IF  NOT sin-awaiting-match
               EXIT SECTION
           END-IF

           ADD 1 TO lines-waiting
           IF  line-count >= max-inv-lines
      *  An invoice longer than the table holds cannot be judged
      *  whole -- the lines past the end count as failed so the
      *  invoice is held for a person to look at.
               ADD 1 TO lines-failed
               EXIT SECTION
           END-IF

           PERFORM Match-One-Line
           ADD 1 TO line-count
           MOVE sin-line-no TO ilt-line-no(line-count)
           MOVE line-reason TO ilt-reason(line-count)
           MOVE line-text   TO ilt-text(line-count)
           IF  line-reason NOT = SPACES
               ADD 1 TO lines-failed
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Match-One-Line leaves line-reason spaces when     *
      *  the line in supinv-record passes all three ways,     *
      *  or the first reason it fails with line-text to        *
      *  explain it.                                            *
      *                                                  *
      ****************************************************

       Match-One-Line SECTION.

           MOVE SPACES TO line-reason
           MOVE SPACES TO line-text

           IF  no-po-file
               MOVE "POL" TO line-reason
               MOVE "NO PURCHASE ORDERS ON FILE" TO line-text
               EXIT SECTION
           END-IF
           MOVE sin-po-no   TO po-no
           MOVE sin-po-line TO po-line-no
           READ po-file
               INVALID KEY
                   MOVE "POL" TO line-reason
                   MOVE "PO LINE NOT ON FILE" TO line-text
                   EXIT SECTION
           END-READ
           IF  po-supplier NOT = sin-supplier
               MOVE "POL" TO line-reason
               MOVE SPACES TO line-text
               STRING "PO LINE IS FOR SUPPLIER " po-supplier
                   DELIMITED BY SIZE INTO line-text
               EXIT SECTION
           END-IF
           IF  po-line-cancelled
               MOVE "POL" TO line-reason
               MOVE "PO LINE WAS CANCELLED" TO line-text
               EXIT SECTION
           END-IF

           PERFORM Sum-Billed-To-Date
           IF  duplicate-found
               MOVE "DUP" TO line-reason
               MOVE SPACES TO line-text
               STRING "ALREADY BILLED ON INVOICE " duplicate-inv-no
                   DELIMITED BY SIZE INTO line-text
               EXIT SECTION
           END-IF

           IF  billed-to-date + sin-qty-billed >
                   po-qty-received + qty-tolerance
               COMPUTE qty-display = billed-to-date + sin-qty-billed
               MOVE po-qty-received TO qty-display-2
               MOVE "QTY" TO line-reason
               MOVE SPACES TO line-text
               STRING "BILLED " qty-display " RECEIVED "
                      qty-display-2
                   DELIMITED BY SIZE INTO line-text
               EXIT SECTION
           END-IF

           PERFORM Get-Po-Cost
           COMPUTE price-allowance ROUNDED =
               po-cost * price-tolerance-pct / 100
           IF  sin-unit-price > po-cost + price-allowance
                   OR sin-unit-price + price-allowance < po-cost
               MOVE sin-unit-price TO price-display
               MOVE po-cost TO price-display-2
               MOVE "PRC" TO line-reason
               MOVE SPACES TO line-text
               STRING "PRICE " price-display " PO "
                      price-display-2
                   DELIMITED BY SIZE INTO line-text
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sum-Billed-To-Date browses every other invoice    *
      *  line billing this PO line.  Matched lines on other    *
      *  invoices count towards what has been billed -- and     *
      *  one for the same quantity at the same price is the      *
      *  same goods billed twice.  Earlier lines of this very     *
      *  invoice count too, whatever their verdict, since the      *
      *  invoice stands or falls whole.                            *
      *                                                  *
      ****************************************************

       Sum-Billed-To-Date SECTION.

           MOVE 0 TO billed-to-date
           MOVE "N" TO duplicate-switch
           MOVE sin-po-key TO bil-po-key
           START billed-file KEY IS EQUAL TO bil-po-key
               INVALID KEY
                   EXIT SECTION
           END-START

           MOVE "00" TO bil-status-code
           PERFORM UNTIL bil-file-eof
               READ billed-file NEXT RECORD
                   AT END
                       SET bil-file-eof TO TRUE
               END-READ
               IF  NOT bil-file-eof
                   IF  bil-po-key NOT = sin-po-key
                       SET bil-file-eof TO TRUE
                   ELSE
                       IF  bil-supplier = sin-supplier
                               AND bil-inv-no = sin-inv-no
                           IF  bil-line-no < sin-line-no
                               ADD bil-qty-billed TO billed-to-date
                           END-IF
                       ELSE
                           IF  bil-status = "M"
                               ADD bil-qty-billed TO billed-to-date
                               IF  bil-qty-billed = sin-qty-billed
                                       AND bil-unit-price
                                           = sin-unit-price
                                       AND NOT duplicate-found
                                   SET duplicate-found TO TRUE
                                   MOVE bil-inv-no
                                       TO duplicate-inv-no
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Po-Cost takes the price agreed on the PO     *
      *  line, or the item's inv-order-price cost for a       *
      *  line written before the PO carried one.               *
      *                                                  *
      ****************************************************

       Get-Po-Cost SECTION.

           IF  po-unit-cost NUMERIC AND po-unit-cost > 0
               MOVE po-unit-cost TO po-cost
           ELSE
               MOVE 0 TO po-cost
               MOVE po-item-code TO inv-code
               READ inventory-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE inv-order-price TO po-cost
               END-READ
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Finish-Invoice stamps the verdict on every line   *
      *  that was waiting: all passed makes the invoice        *
      *  matched; anything failed holds the lot, the lines      *
      *  that passed on their own carrying "INV".  Held          *
      *  invoices go on the exception report line by line.        *
      *                                                  *
      ****************************************************

       Finish-Invoice SECTION.

           MOVE "N" TO invoice-open-switch
           IF  lines-waiting = 0
               EXIT SECTION
           END-IF

           PERFORM VARYING line-ind FROM 1 BY 1
                           UNTIL line-ind > line-count
               MOVE cur-supplier TO sin-supplier
               MOVE cur-inv-no   TO sin-inv-no
               MOVE ilt-line-no(line-ind) TO sin-line-no
               READ supinv-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE today-yyyymmdd TO sin-match-date
                       IF  lines-failed = 0
                           MOVE "M" TO sin-status
                           MOVE SPACES TO sin-hold-reason
                       ELSE
                           MOVE "H" TO sin-status
                           IF  ilt-reason(line-ind) = SPACES
                               MOVE "INV" TO ilt-reason(line-ind)
                               MOVE "ANOTHER LINE ON THIS INVOICE HELD"
                                   TO ilt-text(line-ind)
                           END-IF
                           MOVE ilt-reason(line-ind)
                               TO sin-hold-reason
                           PERFORM Print-Held-Line
                       END-IF
                       REWRITE supinv-record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO run-writes-count
                       END-REWRITE
               END-READ
           END-PERFORM

           IF  lines-failed = 0
               ADD 1 TO invoices-matched
               ADD invoice-value TO value-matched
           ELSE
               ADD 1 TO invoices-held
               ADD invoice-value TO value-held
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Held-Line SECTION.

           MOVE SPACES TO detail-line
           MOVE sin-supplier   TO dl-supplier
           MOVE sin-inv-no     TO dl-inv-no
           MOVE sin-line-no    TO dl-line-no
           MOVE sin-po-no      TO dl-po-no
           MOVE sin-po-line    TO dl-po-line
           MOVE sin-qty-billed TO dl-qty
           MOVE sin-unit-price TO dl-price
           MOVE sin-amount     TO dl-amount
           MOVE ilt-reason(line-ind) TO dl-reason
           MOVE ilt-text(line-ind)   TO dl-text
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
           MOVE SPACES TO totals-line
           MOVE "INVOICES MATCHED:" TO tl-label
           MOVE invoices-matched TO tl-count
           MOVE value-matched    TO tl-value
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "INVOICES HELD:" TO tl-label
           MOVE invoices-held TO tl-count
           MOVE value-held    TO tl-value
           MOVE totals-line TO report-line
           WRITE report-line

           CALL "custrunc" USING "CUSTSIMT", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           IF  NOT no-supinv-file
               CLOSE supinv-file
               CLOSE billed-file
           END-IF
           IF  NOT no-po-file
               CLOSE po-file
           END-IF
           CLOSE inventory-file
           CLOSE control-file
           CLOSE report-file.
           EXIT.
