      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Monthly purchase-price-variance report.  Every goods receipt *
      * CUSTRCPT books leaves its costs on the invmove.dat ledger -- *
      * what the delivery came in at, what the PO line agreed and    *
      * the item's standard inv-order-price -- with the variances    *
      * extended by the quantity.  This totals the receipts dated in *
      * a period twice over, by supplier (off the PO line the        *
      * receipt filled) and by item, showing:                        *
      *                                                              *
      *     - the purchase price variance, actual less agreed --     *
      *       the supplier charging other than the PO price, and     *
      *       the figure INVGLEX posts to the ledger as "PV"         *
      *     - the standard variance, actual less standard            *
      *                                                              *
      * Receipts against no purchase order fall under supplier       *
      * "----".  The command line is the period as YYYYMM, or two    *
      * YYYYMMs (from and to); no period means the month before the  *
      * current one.                                                 *
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
       PROGRAM-ID. custppvr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT movement-file ASSIGN "invmove.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS move-status.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS DYNAMIC
           FILE STATUS IS po-status-code.

           SELECT report-file ASSIGN "custppvr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  movement-file.
           COPY "invmove.cpy".

       FD  po-file.
           COPY "porec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  move-status                 PIC XX.
           88  move-file-ok            VALUE "00".
           88  move-file-eof           VALUE "10".
           88  move-file-not-found     VALUE "35".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-eof             VALUE "10".
           88  po-file-not-found       VALUE "35".

       01  period-argument.
           03  from-month-x            PIC X(6).
           03  from-month REDEFINES from-month-x
                                       PIC 9(6).
           03  to-month-x              PIC X(6).
           03  to-month REDEFINES to-month-x
                                       PIC 9(6).
       01  today-yyyymmdd              PIC 9(8).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       77  from-date                   PIC 9(8).
       77  to-date                     PIC 9(8).

       77  no-move-file-switch         PIC X VALUE "N".
           88  no-move-file             VALUE "Y".
       77  no-po-file-switch           PIC X VALUE "N".
           88  no-po-file               VALUE "Y".
       77  po-line-found-switch        PIC X.
           88  po-line-found            VALUE "Y".

       77  work-supplier               PIC X(4).
       77  agreed-value                PIC S9(9)V99 COMP.
       77  actual-value                PIC S9(9)V99 COMP.
       77  receipt-ppv                 PIC S9(9)V99 COMP.
       77  receipt-std-var             PIC S9(9)V99 COMP.

      *  sup-table and item-table carry one line per supplier and
      *  per item met on a costed receipt, in the order first met.
       78  max-sups                        VALUE 200.
       77  sup-count                   PIC 9(4) COMP.
       77  sup-ind                     PIC 9(4) COMP.
       77  sup-hit-ind                 PIC 9(4) COMP.
       77  sups-overflowed             PIC 9(5) COMP VALUE 0.
       01  sup-table.
           03  sup-entry OCCURS max-sups.
               05  svt-supplier        PIC X(4).
               05  svt-receipts        PIC 9(5) COMP.
               05  svt-qty             PIC 9(7) COMP.
               05  svt-agreed          PIC S9(9)V99 COMP.
               05  svt-actual          PIC S9(9)V99 COMP.
               05  svt-ppv             PIC S9(9)V99 COMP.
               05  svt-std-var         PIC S9(9)V99 COMP.

       78  max-items                       VALUE 500.
       77  item-count                  PIC 9(4) COMP.
       77  item-ind                    PIC 9(4) COMP.
       77  item-hit-ind                PIC 9(4) COMP.
       77  items-overflowed            PIC 9(5) COMP VALUE 0.
       01  item-table.
           03  item-entry OCCURS max-items.
               05  ivt-item            PIC X(4).
               05  ivt-receipts        PIC 9(5) COMP.
               05  ivt-qty             PIC 9(7) COMP.
               05  ivt-agreed          PIC S9(9)V99 COMP.
               05  ivt-actual          PIC S9(9)V99 COMP.
               05  ivt-ppv             PIC S9(9)V99 COMP.
               05  ivt-std-var         PIC S9(9)V99 COMP.

       77  total-receipts              PIC 9(7) COMP VALUE 0.
       77  total-ppv                   PIC S9(9)V99 COMP VALUE 0.
       77  total-std-var               PIC S9(9)V99 COMP VALUE 0.

       01  page-title.
           03  FILLER                  PIC X(32) VALUE
               "PURCHASE PRICE VARIANCE ".
           03  pt-from                 PIC 9(6).
           03  FILLER                  PIC X(4) VALUE " TO ".
           03  pt-to                   PIC 9(6).

       01  heading-line.
           03  hl-key                  PIC X(8).
           03  FILLER                  PIC X(8)  VALUE " RCPTS".
           03  FILLER                  PIC X(10) VALUE "      QTY".
           03  FILLER                  PIC X(16) VALUE
               "   AGREED VALUE".
           03  FILLER                  PIC X(16) VALUE
               "   ACTUAL VALUE".
           03  FILLER                  PIC X(16) VALUE
               "     PRICE VAR".
           03  FILLER                  PIC X(16) VALUE
               "  STANDARD VAR".

       01  detail-line.
           03  dl-key                  PIC X(4).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  dl-receipts             PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-qty                  PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-agreed               PIC ---,---,--9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-actual               PIC ---,---,--9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ppv                  PIC ---,---,--9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-std-var              PIC ---,---,--9.99.

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-amount               PIC ---,---,--9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL move-file-eof
               READ movement-file
                   AT END
                       SET move-file-eof TO TRUE
                   NOT AT END
                       IF  movement-in
                               AND mv-date >= from-date
                               AND mv-date <= to-date
                               AND mv-actual-cost NUMERIC
                               AND mv-actual-cost > 0
                           PERFORM Add-One-Receipt
                       END-IF
               END-READ
           END-PERFORM

           PERFORM Print-By-Supplier
           PERFORM Print-By-Item

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE SPACES TO period-argument
           ACCEPT period-argument FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           IF  from-month-x NOT NUMERIC OR from-month = 0
               COMPUTE work-yyyy = today-yyyymmdd / 10000
               COMPUTE work-mm =
                   (today-yyyymmdd / 100) - (work-yyyy * 100)
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
               COMPUTE from-month = (work-yyyy * 100) + work-mm
           END-IF
           IF  to-month-x NOT NUMERIC OR to-month < from-month
               MOVE from-month TO to-month
           END-IF
           COMPUTE from-date = (from-month * 100) + 1
           COMPUTE to-date   = (to-month * 100) + 31

           MOVE 0 TO sup-count
           MOVE 0 TO item-count

           OPEN INPUT movement-file
           IF  move-file-not-found
               SET no-move-file TO TRUE
               SET move-file-eof TO TRUE
           END-IF
           OPEN INPUT po-file
           IF  po-file-not-found
               SET no-po-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           MOVE from-month TO pt-from
           MOVE to-month   TO pt-to
           MOVE page-title TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-One-Receipt adds a costed receipt to its       *
      *  supplier's line and its item's line.  The agreed      *
      *  value of a receipt with no agreed cost is its actual   *
      *  value, so it shows no price variance.                   *
      *                                                  *
      ****************************************************

       Add-One-Receipt SECTION.

           COMPUTE actual-value = mv-qty * mv-actual-cost
           MOVE actual-value TO agreed-value
           IF  mv-agreed-cost NUMERIC AND mv-agreed-cost > 0
               COMPUTE agreed-value = mv-qty * mv-agreed-cost
           END-IF
           MOVE 0 TO receipt-ppv
           IF  mv-ppv-amount NUMERIC
               MOVE mv-ppv-amount TO receipt-ppv
           END-IF
           MOVE 0 TO receipt-std-var
           IF  mv-std-variance NUMERIC
               MOVE mv-std-variance TO receipt-std-var
           END-IF
           ADD 1 TO total-receipts
           ADD receipt-ppv     TO total-ppv
           ADD receipt-std-var TO total-std-var

           PERFORM Find-Receipt-Supplier
           PERFORM Find-Supplier-Slot
           IF  sup-hit-ind > 0
               ADD 1              TO svt-receipts(sup-hit-ind)
               ADD mv-qty         TO svt-qty(sup-hit-ind)
               ADD agreed-value   TO svt-agreed(sup-hit-ind)
               ADD actual-value   TO svt-actual(sup-hit-ind)
               ADD receipt-ppv    TO svt-ppv(sup-hit-ind)
               ADD receipt-std-var TO svt-std-var(sup-hit-ind)
           END-IF

           PERFORM Find-Item-Slot
           IF  item-hit-ind > 0
               ADD 1              TO ivt-receipts(item-hit-ind)
               ADD mv-qty         TO ivt-qty(item-hit-ind)
               ADD agreed-value   TO ivt-agreed(item-hit-ind)
               ADD actual-value   TO ivt-actual(item-hit-ind)
               ADD receipt-ppv    TO ivt-ppv(item-hit-ind)
               ADD receipt-std-var TO ivt-std-var(item-hit-ind)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Receipt-Supplier takes the supplier off the  *
      *  PO line the receipt filled -- the ledger carries the  *
      *  PO number, and the line is the one for the item.       *
      *                                                  *
      ****************************************************

       Find-Receipt-Supplier SECTION.

           MOVE "----" TO work-supplier
           IF  no-po-file OR mv-reason = "RMA"
                   OR mv-source-ord NOT NUMERIC
                   OR mv-source-ord = 0
               EXIT SECTION
           END-IF

           MOVE "N" TO po-line-found-switch
           MOVE mv-source-ord TO po-no
           MOVE 0 TO po-line-no
           START po-file KEY IS NOT LESS THAN po-key
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "00" TO po-status-code
           PERFORM UNTIL po-file-eof OR po-line-found
               READ po-file NEXT RECORD
                   AT END
                       SET po-file-eof TO TRUE
                   NOT AT END
                       IF  po-no NOT = mv-source-ord
                           SET po-file-eof TO TRUE
                       ELSE
                           IF  po-item-code = mv-item-code
                               SET po-line-found TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF  po-line-found
               MOVE po-supplier TO work-supplier
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Find-Supplier-Slot SECTION.

           MOVE 0 TO sup-hit-ind
           PERFORM VARYING sup-ind FROM 1 BY 1
                           UNTIL sup-ind > sup-count
                           OR sup-hit-ind > 0
               IF  svt-supplier(sup-ind) = work-supplier
                   MOVE sup-ind TO sup-hit-ind
               END-IF
           END-PERFORM
           IF  sup-hit-ind = 0
               IF  sup-count < max-sups
                   ADD 1 TO sup-count
                   MOVE sup-count TO sup-hit-ind
                   MOVE work-supplier TO svt-supplier(sup-hit-ind)
                   MOVE 0 TO svt-receipts(sup-hit-ind)
                   MOVE 0 TO svt-qty(sup-hit-ind)
                   MOVE 0 TO svt-agreed(sup-hit-ind)
                   MOVE 0 TO svt-actual(sup-hit-ind)
                   MOVE 0 TO svt-ppv(sup-hit-ind)
                   MOVE 0 TO svt-std-var(sup-hit-ind)
               ELSE
                   ADD 1 TO sups-overflowed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Find-Item-Slot SECTION.

           MOVE 0 TO item-hit-ind
           PERFORM VARYING item-ind FROM 1 BY 1
                           UNTIL item-ind > item-count
                           OR item-hit-ind > 0
               IF  ivt-item(item-ind) = mv-item-code
                   MOVE item-ind TO item-hit-ind
               END-IF
           END-PERFORM
           IF  item-hit-ind = 0
               IF  item-count < max-items
                   ADD 1 TO item-count
                   MOVE item-count TO item-hit-ind
                   MOVE mv-item-code TO ivt-item(item-hit-ind)
                   MOVE 0 TO ivt-receipts(item-hit-ind)
                   MOVE 0 TO ivt-qty(item-hit-ind)
                   MOVE 0 TO ivt-agreed(item-hit-ind)
                   MOVE 0 TO ivt-actual(item-hit-ind)
                   MOVE 0 TO ivt-ppv(item-hit-ind)
                   MOVE 0 TO ivt-std-var(item-hit-ind)
               ELSE
                   ADD 1 TO items-overflowed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-By-Supplier SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "BY SUPPLIER" TO report-line
           WRITE report-line
           MOVE "SUPPLIER" TO hl-key
           MOVE heading-line TO report-line
           WRITE report-line

           PERFORM VARYING sup-ind FROM 1 BY 1
                           UNTIL sup-ind > sup-count
               MOVE SPACES TO detail-line
               MOVE svt-supplier(sup-ind) TO dl-key
               MOVE svt-receipts(sup-ind) TO dl-receipts
               MOVE svt-qty(sup-ind)      TO dl-qty
               MOVE svt-agreed(sup-ind)   TO dl-agreed
               MOVE svt-actual(sup-ind)   TO dl-actual
               MOVE svt-ppv(sup-ind)      TO dl-ppv
               MOVE svt-std-var(sup-ind)  TO dl-std-var
               MOVE detail-line TO report-line
               WRITE report-line
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-By-Item SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "BY ITEM" TO report-line
           WRITE report-line
           MOVE "ITEM" TO hl-key
           MOVE heading-line TO report-line
           WRITE report-line

           PERFORM VARYING item-ind FROM 1 BY 1
                           UNTIL item-ind > item-count
               MOVE SPACES TO detail-line
               MOVE ivt-item(item-ind)     TO dl-key
               MOVE ivt-receipts(item-ind) TO dl-receipts
               MOVE ivt-qty(item-ind)      TO dl-qty
               MOVE ivt-agreed(item-ind)   TO dl-agreed
               MOVE ivt-actual(item-ind)   TO dl-actual
               MOVE ivt-ppv(item-ind)      TO dl-ppv
               MOVE ivt-std-var(item-ind)  TO dl-std-var
               MOVE detail-line TO report-line
               WRITE report-line
           END-PERFORM.
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
           MOVE "TOTAL PRICE VARIANCE:" TO tl-label
           MOVE total-ppv TO tl-amount
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "TOTAL STANDARD VARIANCE:" TO tl-label
           MOVE total-std-var TO tl-amount
           MOVE totals-line TO report-line
           WRITE report-line
           IF  sups-overflowed > 0 OR items-overflowed > 0
               MOVE "SOME RECEIPTS NOT ANALYSED -- TABLE FULL"
                   TO report-line
               WRITE report-line
           END-IF

           IF  NOT no-move-file
               CLOSE movement-file
           END-IF
           IF  NOT no-po-file
               CLOSE po-file
           END-IF
           CLOSE report-file.
           EXIT.
