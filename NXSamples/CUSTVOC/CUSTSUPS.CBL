      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Supplier performance scorecard.  sup-lead-days is whatever   *
      * purchasing keyed when the supplier was set up, yet INVRORD   *
      * builds every reorder point on it.  This measures what each   *
      * supplier actually did over a period, from po.ism and the     *
      * goods receipts CUSTRCPT leaves on the invmove.dat ledger     *
      * (a receipt against a PO carries the PO number in the         *
      * ledger's source slot):                                       *
      *                                                              *
      *     - lead time: the days from po-order-date to each receipt *
      *       dated in the period, averaged                          *
      *     - on time: the share of those receipts that arrived by   *
      *       the line's po-expected-date                            *
      *     - fill rate: received against ordered on the lines       *
      *       ordered in the period that have closed                 *
      *     - over-receipts and cancelled lines, counted             *
      *                                                              *
      * Where the measured lead time differs from sup-lead-days by   *
      * more than the "LEADPCT " control-file tolerance (whole       *
      * percent, 20 when not on file, never under a day) over at     *
      * least three receipts, the new figure is proposed.  Run with  *
      * "A" after the period it applies the proposals to             *
      * suplmast.ism as well, so the next INVRORD run plans on what  *
      * the supplier really takes.                                   *
      *                                                              *
      * The command line is the period as YYYYMM, or two YYYYMMs     *
      * (from and to) for the annual supplier review, then the       *
      * mode in column 13 -- "202609      A" applies September's     *
      * proposals.  No period means the month before the current     *
      * one.                                                         *
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
       PROGRAM-ID. custsups.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT movement-file ASSIGN "invmove.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS move-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT report-file ASSIGN "custsups.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  suplmast-file.
           COPY "supprec.cpy".

       FD  po-file.
           COPY "porec.cpy".

       FD  movement-file.
           COPY "invmove.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  sup-status                  PIC XX.
           88  sup-file-ok             VALUE "00".
           88  sup-file-eof            VALUE "10".
           88  sup-file-not-found      VALUE "35".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-eof             VALUE "10".
           88  po-file-not-found       VALUE "35".

       01  move-status                 PIC XX.
           88  move-file-ok            VALUE "00".
           88  move-file-eof           VALUE "10".
           88  move-file-not-found     VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       78  control-id-leadpct              VALUE "LEADPCT ".
       78  default-lead-tolerance          VALUE 20.
      *  Fewer receipts than this are too few to re-plan a
      *  supplier's lead time on.
       78  min-lead-receipts               VALUE 3.
       77  lead-tolerance-pct          PIC 9(3) COMP.

       01  command-argument.
           03  from-month-x            PIC X(6).
           03  from-month REDEFINES from-month-x
                                       PIC 9(6).
           03  to-month-x              PIC X(6).
           03  to-month REDEFINES to-month-x
                                       PIC 9(6).
           03  run-mode                PIC X.
               88  apply-mode              VALUE "A".
       01  today-yyyymmdd              PIC 9(8).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       77  from-date                   PIC 9(8).
       77  to-date                     PIC 9(8).

       77  no-sup-file-switch          PIC X VALUE "N".
           88  no-sup-file              VALUE "Y".
       77  no-po-file-switch           PIC X VALUE "N".
           88  no-po-file               VALUE "Y".
       77  po-line-found-switch        PIC X.
           88  po-line-found            VALUE "Y".

       77  work-supplier               PIC X(4).
       77  days-taken                  PIC S9(5) COMP.
       77  received-at-close           PIC 9(5) COMP.
       77  average-days                PIC 9(4)V9 COMP.
       77  proposed-days               PIC 9(4) COMP.
       77  lead-difference             PIC S9(4) COMP.
       77  lead-allowance              PIC 9(4) COMP.
       77  proposal-switch             PIC X.
           88  lead-proposed            VALUE "Y".
       77  proposals-made              PIC 9(5) COMP VALUE 0.
       77  proposals-applied           PIC 9(5) COMP VALUE 0.

      *  sup-table carries one line per supplier -- loaded from
      *  suplmast.ism in key order so every supplier shows, then
      *  any supplier met on a PO line but missing from the master
      *  is added at the end.
       78  max-sups                        VALUE 200.
       77  sup-count                   PIC 9(4) COMP.
       77  sup-ind                     PIC 9(4) COMP.
       77  sup-hit-ind                 PIC 9(4) COMP.
       77  sups-overflowed             PIC 9(5) COMP VALUE 0.
       01  sup-table.
           03  sup-entry OCCURS max-sups.
               05  sst-code            PIC X(4).
               05  sst-name            PIC X(20).
               05  sst-lead-days       PIC 9(3).
               05  sst-on-master       PIC X.
               05  sst-lines           PIC 9(5) COMP.
               05  sst-receipts        PIC 9(5) COMP.
               05  sst-total-days      PIC 9(7) COMP.
               05  sst-on-time         PIC 9(5) COMP.
               05  sst-qty-ordered     PIC 9(7) COMP.
               05  sst-qty-received    PIC 9(7) COMP.
               05  sst-over-receipts   PIC 9(5) COMP.
               05  sst-cancels         PIC 9(5) COMP.

       01  page-title.
           03  FILLER                  PIC X(32) VALUE
               "SUPPLIER PERFORMANCE SCORECARD ".
           03  pt-from                 PIC 9(6).
           03  FILLER                  PIC X(4) VALUE " TO ".
           03  pt-to                   PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pt-mode                 PIC X(30).

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "SUPP".
           03  FILLER                  PIC X(22) VALUE "NAME".
           03  FILLER                  PIC X(8)  VALUE " LINES".
           03  FILLER                  PIC X(8)  VALUE " RCPTS".
           03  FILLER                  PIC X(9)  VALUE "AVG DAYS".
           03  FILLER                  PIC X(9)  VALUE " ON-TIME".
           03  FILLER                  PIC X(9)  VALUE "    FILL".
           03  FILLER                  PIC X(8)  VALUE "  OVER".
           03  FILLER                  PIC X(8)  VALUE "  CANC".
           03  FILLER                  PIC X(6)  VALUE "  LEAD".
           03  FILLER                  PIC X(10) VALUE "  PROPOSED".
           03  FILLER                  PIC X(20) VALUE "  NOTE".

       01  detail-line.
           03  dl-code                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-name                 PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-lines                PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-receipts             PIC ZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-avg-days             PIC ZZZ9.9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-on-time-pct          PIC ZZ9.9.
           03  FILLER                  PIC X VALUE "%".
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-fill-pct             PIC ZZ9.9.
           03  FILLER                  PIC X VALUE "%".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-over                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-cancels              PIC ZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-lead-days            PIC ZZ9.
           03  FILLER                  PIC X(7) VALUE SPACES.
           03  dl-proposed             PIC ZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-note                 PIC X(20).

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

           PERFORM Program-Initialize
           PERFORM Load-Suppliers
           IF  NOT no-po-file
               PERFORM Score-Po-Lines
               PERFORM Score-Receipts
           END-IF
           PERFORM Print-Scorecard

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE SPACES TO command-argument
           ACCEPT command-argument FROM COMMAND-LINE
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

           IF  apply-mode
               OPEN I-O suplmast-file
           ELSE
               OPEN INPUT suplmast-file
           END-IF
           IF  sup-file-not-found
               SET no-sup-file TO TRUE
           END-IF
           OPEN INPUT po-file
           IF  po-file-not-found
               SET no-po-file TO TRUE
           END-IF
           OPEN INPUT control-file
           OPEN OUTPUT report-file

           MOVE default-lead-tolerance TO lead-tolerance-pct
           MOVE control-id-leadpct TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO lead-tolerance-pct
           END-READ

           MOVE from-month TO pt-from
           MOVE to-month   TO pt-to
           IF  apply-mode
               MOVE "PROPOSALS APPLIED" TO pt-mode
           ELSE
               MOVE "PROPOSALS ONLY" TO pt-mode
           END-IF
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

       Load-Suppliers SECTION.

           IF  no-sup-file
               EXIT SECTION
           END-IF
           PERFORM UNTIL sup-file-eof
               READ suplmast-file NEXT RECORD
                   AT END
                       SET sup-file-eof TO TRUE
                   NOT AT END
                       MOVE sup-code TO work-supplier
                       PERFORM Find-Supplier-Slot
                       IF  sup-hit-ind > 0
                           MOVE sup-name TO sst-name(sup-hit-ind)
                           IF  sup-lead-days NUMERIC
                               MOVE sup-lead-days
                                   TO sst-lead-days(sup-hit-ind)
                           END-IF
                           MOVE "Y" TO sst-on-master(sup-hit-ind)
                       END-IF
               END-READ
           END-PERFORM.
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
               IF  sst-code(sup-ind) = work-supplier
                   MOVE sup-ind TO sup-hit-ind
               END-IF
           END-PERFORM
           IF  sup-hit-ind = 0
               IF  sup-count < max-sups
                   ADD 1 TO sup-count
                   MOVE sup-count TO sup-hit-ind
                   MOVE work-supplier TO sst-code(sup-hit-ind)
                   MOVE "NOT ON SUPPLIER MASTER"
                       TO sst-name(sup-hit-ind)
                   MOVE 0 TO sst-lead-days(sup-hit-ind)
                   MOVE "N" TO sst-on-master(sup-hit-ind)
                   MOVE 0 TO sst-lines(sup-hit-ind)
                   MOVE 0 TO sst-receipts(sup-hit-ind)
                   MOVE 0 TO sst-total-days(sup-hit-ind)
                   MOVE 0 TO sst-on-time(sup-hit-ind)
                   MOVE 0 TO sst-qty-ordered(sup-hit-ind)
                   MOVE 0 TO sst-qty-received(sup-hit-ind)
                   MOVE 0 TO sst-over-receipts(sup-hit-ind)
                   MOVE 0 TO sst-cancels(sup-hit-ind)
               ELSE
                   ADD 1 TO sups-overflowed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Score-Po-Lines counts every PO line ordered in     *
      *  the period against its supplier: cancelled lines     *
      *  and over-receipts are counted, and a closed line      *
      *  adds what was ordered and what came in -- capped at    *
      *  the ordered quantity, the excess being the over-        *
      *  receipt already counted -- to the fill rate.  Lines     *
      *  still open have not finished filling and stay out of     *
      *  it.                                                       *
      *                                                  *
      ****************************************************

       Score-Po-Lines SECTION.

           PERFORM UNTIL po-file-eof
               READ po-file NEXT RECORD
                   AT END
                       SET po-file-eof TO TRUE
                   NOT AT END
                       IF  po-order-date >= from-date
                               AND po-order-date <= to-date
                           PERFORM Score-One-Po-Line
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Score-One-Po-Line SECTION.

           MOVE po-supplier TO work-supplier
           PERFORM Find-Supplier-Slot
           IF  sup-hit-ind = 0
               EXIT SECTION
           END-IF

           ADD 1 TO sst-lines(sup-hit-ind)
           IF  po-line-cancelled
               ADD 1 TO sst-cancels(sup-hit-ind)
               EXIT SECTION
           END-IF
           IF  po-qty-received > po-qty-ordered
               ADD 1 TO sst-over-receipts(sup-hit-ind)
           END-IF
           IF  po-line-closed
               MOVE po-qty-received TO received-at-close
               IF  received-at-close > po-qty-ordered
                   MOVE po-qty-ordered TO received-at-close
               END-IF
               ADD po-qty-ordered TO sst-qty-ordered(sup-hit-ind)
               ADD received-at-close
                   TO sst-qty-received(sup-hit-ind)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Score-Receipts times every goods receipt dated in  *
      *  the period that names a purchase order, against       *
      *  the PO line for the same item -- days from the          *
      *  order date, and whether it beat the expected date.       *
      *  Each delivery of a part-shipped line counts on its own.   *
      *                                                  *
      ****************************************************

       Score-Receipts SECTION.

           OPEN INPUT movement-file
           IF  move-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL move-file-eof
               READ movement-file
                   AT END
                       SET move-file-eof TO TRUE
                   NOT AT END
                       IF  movement-in
                               AND mv-reason NOT = "RMA"
                               AND mv-source-ord NUMERIC
                               AND mv-source-ord > 0
                               AND mv-date >= from-date
                               AND mv-date <= to-date
                           PERFORM Score-One-Receipt
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

       Score-One-Receipt SECTION.

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
           IF  NOT po-line-found
               EXIT SECTION
           END-IF

           MOVE po-supplier TO work-supplier
           PERFORM Find-Supplier-Slot
           IF  sup-hit-ind = 0
               EXIT SECTION
           END-IF
           COMPUTE days-taken =
               FUNCTION INTEGER-OF-DATE(mv-date)
             - FUNCTION INTEGER-OF-DATE(po-order-date)
           IF  days-taken < 0
               MOVE 0 TO days-taken
           END-IF
           ADD 1 TO sst-receipts(sup-hit-ind)
           ADD days-taken TO sst-total-days(sup-hit-ind)
           IF  mv-date <= po-expected-date
               ADD 1 TO sst-on-time(sup-hit-ind)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Scorecard SECTION.

           PERFORM VARYING sup-ind FROM 1 BY 1
                           UNTIL sup-ind > sup-count
               IF  sst-lines(sup-ind) > 0
                       OR sst-receipts(sup-ind) > 0
                   PERFORM Print-Supplier-Line
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Supplier-Line prints one supplier's figures  *
      *  and decides whether its measured lead time is far     *
      *  enough from sup-lead-days -- more than the tolerance   *
      *  percentage, and never less than a whole day -- to be    *
      *  worth proposing, applying it in apply mode.              *
      *                                                  *
      ****************************************************

       Print-Supplier-Line SECTION.

           MOVE SPACES TO detail-line
           MOVE sst-code(sup-ind)          TO dl-code
           MOVE sst-name(sup-ind)          TO dl-name
           MOVE sst-lines(sup-ind)         TO dl-lines
           MOVE sst-receipts(sup-ind)      TO dl-receipts
           MOVE sst-over-receipts(sup-ind) TO dl-over
           MOVE sst-cancels(sup-ind)       TO dl-cancels
           MOVE sst-lead-days(sup-ind)     TO dl-lead-days

           MOVE 0 TO average-days
           MOVE 0 TO dl-on-time-pct
           IF  sst-receipts(sup-ind) > 0
               COMPUTE average-days ROUNDED =
                   sst-total-days(sup-ind) / sst-receipts(sup-ind)
               COMPUTE dl-on-time-pct ROUNDED =
                   sst-on-time(sup-ind) * 100 / sst-receipts(sup-ind)
           END-IF
           MOVE average-days TO dl-avg-days
           MOVE 0 TO dl-fill-pct
           IF  sst-qty-ordered(sup-ind) > 0
               COMPUTE dl-fill-pct ROUNDED =
                   sst-qty-received(sup-ind) * 100
                       / sst-qty-ordered(sup-ind)
           END-IF

           MOVE "N" TO proposal-switch
           IF  sst-receipts(sup-ind) >= min-lead-receipts
               COMPUTE proposed-days ROUNDED = average-days
               COMPUTE lead-difference =
                   proposed-days - sst-lead-days(sup-ind)
               IF  lead-difference < 0
                   COMPUTE lead-difference = 0 - lead-difference
               END-IF
               COMPUTE lead-allowance ROUNDED =
                   sst-lead-days(sup-ind) * lead-tolerance-pct / 100
               IF  lead-allowance < 1
                   MOVE 1 TO lead-allowance
               END-IF
               IF  lead-difference > lead-allowance
                       AND proposed-days < 1000
                   SET lead-proposed TO TRUE
               END-IF
           END-IF

           IF  lead-proposed
               MOVE proposed-days TO dl-proposed
               ADD 1 TO proposals-made
               MOVE "LEAD TIME PROPOSED" TO dl-note
               IF  apply-mode
                   PERFORM Apply-Lead-Time
               END-IF
           END-IF
           IF  sst-on-master(sup-ind) NOT = "Y"
               MOVE "NOT ON MASTER" TO dl-note
           END-IF

           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Apply-Lead-Time SECTION.

           IF  sst-on-master(sup-ind) NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE sst-code(sup-ind) TO sup-code
           READ suplmast-file
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE proposed-days TO sup-lead-days
           REWRITE suplmast-record
               INVALID KEY
                   MOVE "LEAD TIME NOT SAVED" TO dl-note
               NOT INVALID KEY
                   MOVE "LEAD TIME APPLIED" TO dl-note
                   ADD 1 TO proposals-applied
           END-REWRITE.
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
           MOVE "LEAD TIMES PROPOSED:" TO tl-label
           MOVE proposals-made TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "LEAD TIMES APPLIED:" TO tl-label
           MOVE proposals-applied TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           IF  sups-overflowed > 0
               MOVE SPACES TO totals-line
               MOVE "SUPPLIERS NOT SCORED (TABLE):" TO tl-label
               MOVE sups-overflowed TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
           END-IF

           IF  NOT no-sup-file
               CLOSE suplmast-file
           END-IF
           IF  NOT no-po-file
               CLOSE po-file
           END-IF
           CLOSE control-file
           CLOSE report-file.
           EXIT.
