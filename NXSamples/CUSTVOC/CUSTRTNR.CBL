      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Monthly customer returns report.  Every RMA received in the  *
      * period (see rmarec.cpy) is totalled twice: by item -- how    *
      * many came back and how many were restocked, scrapped or      *
      * sent back to the supplier -- against the quantity of the     *
      * item shipped in the same period, from the OUT movements on   *
      * the invmove.dat ledger; and by the supplier the returned lot *
      * was bought from (rma-supplier, stamped by VOCRMA on receipt) *
      * against the quantity received from that supplier in the      *
      * period, from the ledger's PO receipts.  The goods scrapped   *
      * or sent back are the defective ones, and the defect rate is  *
      * them as a percentage of what was shipped or received -- so   *
      * quality problems show up by product and by source.  Returns  *
      * restocked as sound count as returned but not as defective.   *
      * Returns whose lot cannot be traced to a supplier (untracked  *
      * items, or received before suppliers were stamped) are        *
      * totalled on a line of their own.  The command line is the    *
      * period as YYYYMM; no period means the month before the       *
      * current one, as CUSTSUPS takes it.                           *
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
       PROGRAM-ID. custrtnr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rma-file ASSIGN "rma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rma-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS rma-status-code.

           SELECT movement-file ASSIGN "invmove.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS move-status.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS DYNAMIC
           FILE STATUS IS po-status-code.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS inv-status.

           SELECT suplmast-file ASSIGN "suplmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sup-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS sup-status.

           SELECT report-file ASSIGN "custrtnr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  rma-file.
           COPY "rmarec.cpy".

       FD  movement-file.
           COPY "invmove.cpy".

       FD  po-file.
           COPY "porec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  suplmast-file.
           COPY "supprec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  rma-status-code             PIC XX.
           88  rma-file-ok             VALUE "00".
           88  rma-file-eof            VALUE "10".
           88  rma-file-not-found      VALUE "35".

       01  move-status                 PIC XX.
           88  move-file-ok            VALUE "00".
           88  move-file-eof           VALUE "10".
           88  move-file-not-found     VALUE "35".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-eof             VALUE "10".
           88  po-file-not-found       VALUE "35".
       77  no-po-file-switch           PIC X VALUE "N".
           88  no-po-file               VALUE "Y".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".
           88  inv-file-eof            VALUE "10".
           88  inv-file-not-found      VALUE "35".

       01  sup-status                  PIC XX.
           88  sup-file-ok             VALUE "00".
           88  sup-file-eof            VALUE "10".
           88  sup-file-not-found      VALUE "35".

       01  command-argument.
           03  period-month-x          PIC X(6).
           03  period-month REDEFINES period-month-x
                                       PIC 9(6).
       01  today-yyyymmdd              PIC 9(8).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       77  from-date                   PIC 9(8).
       77  to-date                     PIC 9(8).

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

      *  item-table carries one line per item returned in the
      *  period, in the order first met; the ledger pass then adds
      *  what was shipped of those items only.
       78  max-items                       VALUE 500.
       77  item-count                  PIC 9(4) COMP VALUE 0.
       77  item-ind                    PIC 9(4) COMP.
       77  item-hit-ind                PIC 9(4) COMP.
       77  items-overflowed            PIC 9(5) COMP VALUE 0.
       77  find-item-code              PIC X(4).
       01  item-table.
           03  item-entry OCCURS max-items.
               05  itt-item            PIC X(4).
               05  itt-returned        PIC 9(7) COMP.
               05  itt-restocked       PIC 9(7) COMP.
               05  itt-scrapped        PIC 9(7) COMP.
               05  itt-to-supplier     PIC 9(7) COMP.
               05  itt-shipped         PIC 9(7) COMP.
               05  itt-printed         PIC X.

      *  sup-table is the same by supplier, against what was
      *  received from each on a purchase order in the period.
       78  max-sups                        VALUE 200.
       77  sup-count                   PIC 9(4) COMP VALUE 0.
       77  sup-ind                     PIC 9(4) COMP.
       77  sup-hit-ind                 PIC 9(4) COMP.
       77  sups-overflowed             PIC 9(5) COMP VALUE 0.
       77  find-supplier               PIC X(4).
       01  sup-table.
           03  sup-entry OCCURS max-sups.
               05  sst-code            PIC X(4).
               05  sst-returned        PIC 9(7) COMP.
               05  sst-restocked       PIC 9(7) COMP.
               05  sst-scrapped        PIC 9(7) COMP.
               05  sst-to-supplier     PIC 9(7) COMP.
               05  sst-received        PIC 9(7) COMP.
               05  sst-printed         PIC X.

      *  Returns whose lot could not be traced to a supplier.
       77  untraced-returned           PIC 9(7) COMP VALUE 0.
       77  untraced-restocked          PIC 9(7) COMP VALUE 0.
       77  untraced-scrapped           PIC 9(7) COMP VALUE 0.

       77  rmas-counted                PIC 9(5) COMP VALUE 0.
       77  total-returned              PIC 9(7) COMP VALUE 0.
       77  total-defective             PIC 9(7) COMP VALUE 0.
       77  defective-qty               PIC 9(7) COMP.
       77  base-qty                    PIC 9(7) COMP.
       77  defect-pct                  PIC 9(5)V9 COMP.

      *  Fields Print-Detail-Line works from, for items and
      *  suppliers alike.
       77  pr-code                     PIC X(4).
       77  found-name                  PIC X(20).
       77  pr-name                     PIC X(20).
       77  pr-returned                 PIC 9(7) COMP.
       77  pr-restocked                PIC 9(7) COMP.
       77  pr-scrapped                 PIC 9(7) COMP.
       77  pr-to-supplier              PIC 9(7) COMP.
       77  pr-base                     PIC 9(7) COMP.

       01  page-title.
           03  FILLER                  PIC X(34) VALUE
               "CUSTOMER RETURNS AND DEFECT RATES ".
           03  pt-period               PIC 9(6).

       01  item-title                  PIC X(40) VALUE
               "BY ITEM -- AGAINST QUANTITY SHIPPED".

       01  supplier-title              PIC X(40) VALUE
               "BY SUPPLIER -- AGAINST QUANTITY RECEIVED".

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "CODE".
           03  FILLER                  PIC X(22) VALUE "NAME".
           03  FILLER                  PIC X(10) VALUE "  RETURNED".
           03  FILLER                  PIC X(10) VALUE " RESTOCKED".
           03  FILLER                  PIC X(10) VALUE "  SCRAPPED".
           03  FILLER                  PIC X(10) VALUE "  TO SUPPL".
           03  FILLER                  PIC X(12) VALUE "   SHIP/RCVD".
           03  FILLER                  PIC X(10) VALUE "  DEFECT %".

       01  detail-line.
           03  dl-code                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-name                 PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-returned             PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-restocked            PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-scrapped             PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-to-supplier          PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-base                 PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-defect-pct           PIC ZZZZ9.9.
           03  FILLER                  PIC X VALUE "%".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-note                 PIC X(24).

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-count                PIC Z,ZZZ,ZZ9.

       01  overflow-line.
           03  FILLER                  PIC X(44) VALUE
               "ITEMS/SUPPLIERS NOT TOTALLED, TABLE FULL:".
           03  ol-count                PIC ZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Period-Returns
           PERFORM Load-Period-Movements
           PERFORM Print-Items
           PERFORM Print-Suppliers
           PERFORM Print-Totals

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           MOVE SPACES TO command-argument
           ACCEPT command-argument FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           IF  period-month-x NOT NUMERIC OR period-month = 0
               COMPUTE work-yyyy = today-yyyymmdd / 10000
               COMPUTE work-mm =
                   (today-yyyymmdd / 100) - (work-yyyy * 100)
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
               COMPUTE period-month = (work-yyyy * 100) + work-mm
           END-IF
           COMPUTE from-date = (period-month * 100) + 1
           COMPUTE to-date   = (period-month * 100) + 31

           OPEN INPUT po-file
           IF  po-file-not-found
               SET no-po-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           MOVE period-month TO pt-period
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Period-Returns totals every RMA received   *
      *  in the period by item and by the supplier its   *
      *  lot came from, split by disposition.            *
      *                                                  *
      ****************************************************

       Load-Period-Returns SECTION.

           OPEN INPUT rma-file
           IF  rma-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL rma-file-eof
               READ rma-file NEXT RECORD
                   AT END
                       SET rma-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  rma-received
                               AND rma-recv-date >= from-date
                               AND rma-recv-date <= to-date
                           PERFORM Count-One-Return
                       END-IF
               END-READ
           END-PERFORM

           CLOSE rma-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-One-Return SECTION.

           ADD 1 TO rmas-counted
           ADD rma-qty TO total-returned
           IF  rma-scrapped OR rma-to-supplier
               ADD rma-qty TO total-defective
           END-IF

           MOVE rma-item-code TO find-item-code
           PERFORM Find-Item-Slot
           IF  item-hit-ind > 0
               ADD rma-qty TO itt-returned(item-hit-ind)
               EVALUATE TRUE
                   WHEN rma-scrapped
                       ADD rma-qty TO itt-scrapped(item-hit-ind)
                   WHEN rma-to-supplier
                       ADD rma-qty TO itt-to-supplier(item-hit-ind)
                   WHEN OTHER
                       ADD rma-qty TO itt-restocked(item-hit-ind)
               END-EVALUATE
           END-IF

           IF  rma-supplier = SPACES
               ADD rma-qty TO untraced-returned
               IF  rma-scrapped
                   ADD rma-qty TO untraced-scrapped
               ELSE
                   ADD rma-qty TO untraced-restocked
               END-IF
               EXIT SECTION
           END-IF

           MOVE rma-supplier TO find-supplier
           PERFORM Find-Supplier-Slot
           IF  sup-hit-ind > 0
               ADD rma-qty TO sst-returned(sup-hit-ind)
               EVALUATE TRUE
                   WHEN rma-scrapped
                       ADD rma-qty TO sst-scrapped(sup-hit-ind)
                   WHEN rma-to-supplier
                       ADD rma-qty TO sst-to-supplier(sup-hit-ind)
                   WHEN OTHER
                       ADD rma-qty TO sst-restocked(sup-hit-ind)
               END-EVALUATE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Period-Movements reads the ledger for the  *
      *  period: OUT movements are what each returned    *
      *  item shipped, and PO receipts -- IN movements   *
      *  carrying a PO that are not customer returns --  *
      *  what each supplier delivered.                   *
      *                                                  *
      ****************************************************

       Load-Period-Movements SECTION.

           IF  item-count = 0 AND sup-count = 0
               EXIT SECTION
           END-IF
           OPEN INPUT movement-file
           IF  move-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL move-file-eof
               READ movement-file
                   AT END
                       SET move-file-eof TO TRUE
                   NOT AT END
                       IF  mv-date >= from-date AND mv-date <= to-date
                               AND mv-qty > 0
                           PERFORM Count-One-Movement
                       END-IF
               END-READ
           END-PERFORM

           CLOSE movement-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-One-Movement SECTION.

           IF  movement-out
               PERFORM VARYING item-ind FROM 1 BY 1
                               UNTIL item-ind > item-count
                   IF  itt-item(item-ind) = mv-item-code
                       ADD mv-qty TO itt-shipped(item-ind)
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF

           IF  NOT movement-in OR mv-reason = "RMA" OR no-po-file
               EXIT SECTION
           END-IF
           IF  mv-source-ord NOT NUMERIC OR mv-source-ord = 0
               EXIT SECTION
           END-IF

      *  The receipt's supplier is the one on its PO's lines.
           MOVE mv-source-ord TO po-no
           MOVE 0 TO po-line-no
           START po-file KEY IS NOT LESS THAN po-key
               INVALID KEY
                   EXIT SECTION
           END-START
           READ po-file NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ
           IF  po-no NOT = mv-source-ord
               EXIT SECTION
           END-IF

           PERFORM VARYING sup-ind FROM 1 BY 1
                           UNTIL sup-ind > sup-count
               IF  sst-code(sup-ind) = po-supplier
                   ADD mv-qty TO sst-received(sup-ind)
               END-IF
           END-PERFORM.
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
               IF  itt-item(item-ind) = find-item-code
                   MOVE item-ind TO item-hit-ind
               END-IF
           END-PERFORM
           IF  item-hit-ind = 0
               IF  item-count < max-items
                   ADD 1 TO item-count
                   MOVE item-count TO item-hit-ind
                   MOVE find-item-code TO itt-item(item-hit-ind)
                   MOVE 0 TO itt-returned(item-hit-ind)
                   MOVE 0 TO itt-restocked(item-hit-ind)
                   MOVE 0 TO itt-scrapped(item-hit-ind)
                   MOVE 0 TO itt-to-supplier(item-hit-ind)
                   MOVE 0 TO itt-shipped(item-hit-ind)
                   MOVE "N" TO itt-printed(item-hit-ind)
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

       Find-Supplier-Slot SECTION.

           MOVE 0 TO sup-hit-ind
           PERFORM VARYING sup-ind FROM 1 BY 1
                           UNTIL sup-ind > sup-count
                           OR sup-hit-ind > 0
               IF  sst-code(sup-ind) = find-supplier
                   MOVE sup-ind TO sup-hit-ind
               END-IF
           END-PERFORM
           IF  sup-hit-ind = 0
               IF  sup-count < max-sups
                   ADD 1 TO sup-count
                   MOVE sup-count TO sup-hit-ind
                   MOVE find-supplier TO sst-code(sup-hit-ind)
                   MOVE 0 TO sst-returned(sup-hit-ind)
                   MOVE 0 TO sst-restocked(sup-hit-ind)
                   MOVE 0 TO sst-scrapped(sup-hit-ind)
                   MOVE 0 TO sst-to-supplier(sup-hit-ind)
                   MOVE 0 TO sst-received(sup-hit-ind)
                   MOVE "N" TO sst-printed(sup-hit-ind)
               ELSE
                   ADD 1 TO sups-overflowed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Items prints the returned items in item   *
      *  code order by walking the product master, then  *
      *  any returned item no longer on it.              *
      *                                                  *
      ****************************************************

       Print-Items SECTION.

           MOVE item-title TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line

           IF  item-count = 0
               MOVE "NO RETURNS RECEIVED IN THE PERIOD" TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           OPEN INPUT inventory-file
           IF  NOT inv-file-not-found
               PERFORM UNTIL inv-file-eof
                   READ inventory-file NEXT RECORD
                       AT END
                           SET inv-file-eof TO TRUE
                       NOT AT END
                           MOVE inv-code TO find-item-code
                           MOVE inv-desc TO found-name
                           PERFORM Print-One-Item
                   END-READ
               END-PERFORM
               CLOSE inventory-file
           END-IF

           MOVE "NOT ON ITEM FILE" TO found-name
           PERFORM VARYING item-hit-ind FROM 1 BY 1
                           UNTIL item-hit-ind > item-count
               IF  itt-printed(item-hit-ind) = "N"
                   MOVE itt-item(item-hit-ind) TO find-item-code
                   PERFORM Print-One-Item
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-One-Item SECTION.

           PERFORM VARYING item-ind FROM 1 BY 1
                           UNTIL item-ind > item-count
               IF  itt-item(item-ind) = find-item-code
                       AND itt-printed(item-ind) = "N"
                   MOVE "Y" TO itt-printed(item-ind)
                   MOVE itt-item(item-ind)        TO pr-code
                   MOVE found-name                TO pr-name
                   MOVE itt-returned(item-ind)    TO pr-returned
                   MOVE itt-restocked(item-ind)   TO pr-restocked
                   MOVE itt-scrapped(item-ind)    TO pr-scrapped
                   MOVE itt-to-supplier(item-ind) TO pr-to-supplier
                   MOVE itt-shipped(item-ind)     TO pr-base
                   PERFORM Print-Detail-Line
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Suppliers prints the suppliers returned   *
      *  goods were traced to, in supplier code order,   *
      *  then the returns no supplier was traced for.    *
      *                                                  *
      ****************************************************

       Print-Suppliers SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE supplier-title TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line

           OPEN INPUT suplmast-file
           IF  NOT sup-file-not-found
               PERFORM UNTIL sup-file-eof
                   READ suplmast-file NEXT RECORD
                       AT END
                           SET sup-file-eof TO TRUE
                       NOT AT END
                           MOVE sup-code TO find-supplier
                           MOVE sup-name TO found-name
                           PERFORM Print-One-Supplier
                   END-READ
               END-PERFORM
               CLOSE suplmast-file
           END-IF

           MOVE "NOT ON SUPPLIER FILE" TO found-name
           PERFORM VARYING sup-hit-ind FROM 1 BY 1
                           UNTIL sup-hit-ind > sup-count
               IF  sst-printed(sup-hit-ind) = "N"
                   MOVE sst-code(sup-hit-ind) TO find-supplier
                   PERFORM Print-One-Supplier
               END-IF
           END-PERFORM

           IF  untraced-returned > 0
               MOVE SPACES             TO pr-code
               MOVE "NO SUPPLIER TRACED" TO pr-name
               MOVE untraced-returned  TO pr-returned
               MOVE untraced-restocked TO pr-restocked
               MOVE untraced-scrapped  TO pr-scrapped
               MOVE 0                  TO pr-to-supplier
               MOVE 0                  TO pr-base
               PERFORM Print-Detail-Line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-One-Supplier SECTION.

           PERFORM VARYING sup-ind FROM 1 BY 1
                           UNTIL sup-ind > sup-count
               IF  sst-code(sup-ind) = find-supplier
                       AND sst-printed(sup-ind) = "N"
                   MOVE "Y" TO sst-printed(sup-ind)
                   MOVE sst-code(sup-ind)        TO pr-code
                   MOVE found-name               TO pr-name
                   MOVE sst-returned(sup-ind)    TO pr-returned
                   MOVE sst-restocked(sup-ind)   TO pr-restocked
                   MOVE sst-scrapped(sup-ind)    TO pr-scrapped
                   MOVE sst-to-supplier(sup-ind) TO pr-to-supplier
                   MOVE sst-received(sup-ind)    TO pr-base
                   PERFORM Print-Detail-Line
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Detail-Line prints one item or supplier,  *
      *  with the scrapped and sent-back goods as a      *
      *  percentage of the shipped or received quantity. *
      *                                                  *
      ****************************************************

       Print-Detail-Line SECTION.

           MOVE SPACES TO dl-note
           MOVE pr-code        TO dl-code
           MOVE pr-name        TO dl-name
           MOVE pr-returned    TO dl-returned
           MOVE pr-restocked   TO dl-restocked
           MOVE pr-scrapped    TO dl-scrapped
           MOVE pr-to-supplier TO dl-to-supplier
           MOVE pr-base        TO dl-base

           COMPUTE defective-qty = pr-scrapped + pr-to-supplier
           MOVE 0 TO defect-pct
           IF  pr-base > 0
               COMPUTE defect-pct ROUNDED =
                   (defective-qty * 100) / pr-base
                   ON SIZE ERROR
                       MOVE 99999.9 TO defect-pct
               END-COMPUTE
           ELSE
               IF  pr-code NOT = SPACES
                   MOVE "NONE IN PERIOD" TO dl-note
               END-IF
           END-IF
           MOVE defect-pct TO dl-defect-pct

           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "RMAS RECEIVED:" TO tl-label
           MOVE rmas-counted TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "QUANTITY RETURNED:" TO tl-label
           MOVE total-returned TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "OF WHICH DEFECTIVE:" TO tl-label
           MOVE total-defective TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line

           IF  items-overflowed > 0 OR sups-overflowed > 0
               COMPUTE ol-count = items-overflowed + sups-overflowed
               MOVE overflow-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           IF  NOT no-po-file
               CLOSE po-file
           END-IF
           CLOSE report-file

           CALL "custrunc" USING "CUSTRTNR", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL.
           EXIT.
