      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Promotion effectiveness report.  For every promotion on      *
      * promo.ism (or the one promotion code given on the command    *
      * line) it asks whether the deal actually moved more of what   *
      * it covered, and at what cost in margin.  The order lines     *
      * (ordline.ism, priced with the inv-avg-cost moving-average    *
      * cost invmast.ism carries, as CUSTMARG.CBL does) for the      *
      * covered items and customers are totalled over three spans:   *
      *                                                              *
      *   IN WINDOW     -- the promotion's own start to end dates    *
      *   WEEKS BEFORE  -- the same number of days just before it    *
      *   LAST YEAR     -- the window 52 weeks earlier, so the       *
      *                    same weekdays line up                     *
      *                                                              *
      * with the volume and margin change against each, the lines    *
      * that were stamped with the promotion's code (ordl-promo-code *
      * -- the orders that actually got the deal), and the covered   *
      * customers' whole buying off the salehist.ism monthly         *
      * buckets for the window's months against the same months a    *
      * year earlier, to show whether the promotion moved sales or   *
      * only moved them between items.                               *
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
       PROGRAM-ID. custpeff.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT promo-file ASSIGN "promo.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prm-code
           ACCESS IS DYNAMIC
           FILE STATUS IS promo-status.

           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ordl-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT salehist-file ASSIGN "salehist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sh-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS sh-status.

           SELECT report-file ASSIGN "custpeff.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  promo-file.
           COPY "promorec.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  salehist-file.
           COPY "salehist.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  promo-status                PIC XX.
           88  promo-file-ok           VALUE "00".
           88  promo-file-eof          VALUE "10".

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".
           88  ordl-file-eof           VALUE "10".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  sh-status                   PIC XX.
           88  sh-file-ok              VALUE "00".
           88  sh-file-eof             VALUE "10".

       77  report-code                 PIC X(6).

      *  The promotions being measured, with their three spans as
      *  integer dates and a total per span -- span 1 the window,
      *  2 the weeks before it, 3 the window a year earlier.
       01  promo-table.
           03  promo-entry             OCCURS 200.
               05  pt-code             PIC X(6).
               05  pt-desc             PIC X(30).
               05  pt-item-code        PIC X(4).
               05  pt-inv-type         PIC X(14).
               05  pt-area             PIC X.
               05  pt-group-ref        PIC X(8).
               05  pt-start-date       PIC 9(8).
               05  pt-end-date         PIC 9(8).
               05  pt-start-month      PIC 9(6).
               05  pt-end-month        PIC 9(6).
               05  pt-span             OCCURS 3.
                   07  ps-from-julian  PIC 9(7) COMP.
                   07  ps-to-julian    PIC 9(7) COMP.
                   07  ps-qty          PIC 9(7) COMP.
                   07  ps-revenue      PIC S9(9)V99 COMP.
                   07  ps-cost         PIC S9(9)V99 COMP.
               05  pt-stamped-lines    PIC 9(6) COMP.
               05  pt-stamped-revenue  PIC S9(9)V99 COMP.
               05  pt-history-now      PIC S9(9)V99 COMP.
               05  pt-history-before   PIC S9(9)V99 COMP.
       78  promo-table-size                VALUE 200.
       77  promo-entries               PIC 9(4) COMP.
       77  promo-ix                    PIC 9(4) COMP.
       77  span-ix                     PIC 9 COMP.
       77  window-days                 PIC 9(7) COMP.

       77  prev-c-code                 PIC X(5) VALUE LOW-VALUES.
       77  cached-area                 PIC X.
       77  cached-group-ref            PIC X(8).
       77  line-inv-type               PIC X(14).
       77  line-cost                   PIC S9(9)V99 COMP.
       77  line-julian                 PIC 9(7) COMP.
       77  history-month               PIC 9(6).

       77  covered-switch              PIC X.
           88  line-covered                VALUE "Y".

       77  span-margin                 PIC S9(9)V99 COMP.
       77  margin-pct                  PIC S9(3)V9 COMP.
       77  change-pct                  PIC S9(5)V9 COMP.
       77  base-value                  PIC S9(9)V99 COMP.
       77  this-value                  PIC S9(9)V99 COMP.

       01  span-labels.
           03  FILLER                  PIC X(14) VALUE "IN WINDOW".
           03  FILLER                  PIC X(14) VALUE "WEEKS BEFORE".
           03  FILLER                  PIC X(14) VALUE "LAST YEAR".
       01  span-label-table REDEFINES span-labels.
           03  span-label              PIC X(14) OCCURS 3.

       01  page-title-line.
           03  FILLER                  PIC X(34) VALUE
               "PROMOTION EFFECTIVENESS REPORT".

       01  promo-line.
           03  FILLER                  PIC X(10) VALUE "PROMOTION ".
           03  pl-code                 PIC X(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  pl-desc                 PIC X(30).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  pl-start                PIC 9(8).
           03  FILLER                  PIC X     VALUE "-".
           03  pl-end                  PIC 9(8).
           03  FILLER                  PIC X(9)  VALUE "  COVERS ".
           03  pl-covers               PIC X(14).
           03  FILLER                  PIC X(7)  VALUE "  AREA ".
           03  pl-area                 PIC X.
           03  FILLER                  PIC X(8)  VALUE "  GROUP ".
           03  pl-group-ref            PIC X(8).

       01  heading-line.
           03  FILLER                  PIC X(16) VALUE "  SPAN".
           03  FILLER                  PIC X(19) VALUE "FROM     TO".
           03  FILLER                  PIC X(9)  VALUE "      QTY".
           03  FILLER                  PIC X(14) VALUE "     REVENUE".
           03  FILLER                  PIC X(14) VALUE "        COST".
           03  FILLER                  PIC X(15) VALUE "       MARGIN".
           03  FILLER                  PIC X(8)  VALUE "  MGN%".

       01  span-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-label                PIC X(14).
           03  sl-from                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  sl-to                   PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-qty                  PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-revenue              PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-cost                 PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-margin               PIC Z,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-margin-pct           PIC ZZ9.9-.

       01  change-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-label                PIC X(24).
           03  FILLER                  PIC X(8) VALUE "VOLUME ".
           03  cl-volume               PIC ZZZZ9.9-.
           03  cl-volume-text REDEFINES cl-volume
                                       PIC X(8).
           03  FILLER                  PIC X(11) VALUE "%   MARGIN ".
           03  cl-margin               PIC ZZZZ9.9-.
           03  cl-margin-text REDEFINES cl-margin
                                       PIC X(8).
           03  FILLER                  PIC X VALUE "%".

       01  stamped-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(32) VALUE
               "LINES PRICED UNDER PROMOTION".
           03  stl-lines               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "   REVENUE ".
           03  stl-revenue             PIC Z,ZZZ,ZZ9.99.

       01  history-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(26) VALUE
               "CUSTOMER SALES (HISTORY) ".
           03  hl-from                 PIC 9(6).
           03  FILLER                  PIC X VALUE "-".
           03  hl-to                   PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  hl-now                  PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(15) VALUE
               "  A YEAR AGO ".
           03  hl-before               PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  hl-change               PIC ZZZZ9.9-.
           03  hl-change-text REDEFINES hl-change
                                       PIC X(8).
           03  FILLER                  PIC X VALUE "%".

       01  none-line                   PIC X(40) VALUE
               "NO PROMOTIONS ON FILE TO REPORT".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  promo-entries > 0
               PERFORM Accumulate-Order-Lines
               PERFORM Accumulate-Sales-History
               PERFORM VARYING promo-ix FROM 1 BY 1
                       UNTIL promo-ix > promo-entries
                   PERFORM Print-Promotion
               END-PERFORM
           ELSE
               MOVE none-line TO report-line
               WRITE report-line
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT report-code FROM COMMAND-LINE

           OPEN INPUT order-file
           OPEN INPUT customer-file
           OPEN INPUT inventory-file
           OPEN OUTPUT report-file

           MOVE page-title-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           PERFORM Load-Promotions.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Promotions reads promo.ism -- all of it, or  *
      *  just report-code -- into promo-table and works out  *
      *  the three spans each one is measured over.           *
      *                                                  *
      ****************************************************

       Load-Promotions SECTION.

           MOVE 0 TO promo-entries

           OPEN INPUT promo-file
           IF  NOT promo-file-ok
               GO TO Load-Promotions-Exit
           END-IF

           PERFORM UNTIL promo-file-eof
                      OR promo-entries = promo-table-size
               READ promo-file NEXT RECORD
                   AT END
                       SET promo-file-eof TO TRUE
               END-READ
               IF  NOT promo-file-eof
                   IF  report-code = SPACES OR report-code = prm-code
                       ADD 1 TO promo-entries
                       MOVE promo-entries TO promo-ix
                       PERFORM Load-One-Promotion
                   END-IF
               END-IF
           END-PERFORM

           CLOSE promo-file.

       Load-Promotions-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Load-One-Promotion SECTION.

           INITIALIZE promo-entry(promo-ix)
           MOVE prm-code        TO pt-code(promo-ix)
           MOVE prm-desc        TO pt-desc(promo-ix)
           MOVE prm-item-code   TO pt-item-code(promo-ix)
           MOVE prm-inv-type    TO pt-inv-type(promo-ix)
           MOVE prm-area        TO pt-area(promo-ix)
           MOVE prm-group-ref   TO pt-group-ref(promo-ix)
           MOVE prm-start-date  TO pt-start-date(promo-ix)
           MOVE prm-end-date    TO pt-end-date(promo-ix)
           COMPUTE pt-start-month(promo-ix) = prm-start-date / 100
           COMPUTE pt-end-month(promo-ix) = prm-end-date / 100

           COMPUTE ps-from-julian(promo-ix, 1) =
               FUNCTION INTEGER-OF-DATE(prm-start-date)
           COMPUTE ps-to-julian(promo-ix, 1) =
               FUNCTION INTEGER-OF-DATE(prm-end-date)
           COMPUTE window-days = ps-to-julian(promo-ix, 1)
                               - ps-from-julian(promo-ix, 1) + 1

           COMPUTE ps-to-julian(promo-ix, 2) =
               ps-from-julian(promo-ix, 1) - 1
           COMPUTE ps-from-julian(promo-ix, 2) =
               ps-from-julian(promo-ix, 1) - window-days

           COMPUTE ps-from-julian(promo-ix, 3) =
               ps-from-julian(promo-ix, 1) - 364
           COMPUTE ps-to-julian(promo-ix, 3) =
               ps-to-julian(promo-ix, 1) - 364.
           EXIT.

      ****************************************************
      *                                                  *
      *  Accumulate-Order-Lines passes ordline.ism once,   *
      *  adding every live line into each span of each       *
      *  promotion that covers its item and customer.          *
      *                                                  *
      ****************************************************

       Accumulate-Order-Lines SECTION.

           OPEN INPUT ordline-file
           IF  NOT ordl-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL ordl-file-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET ordl-file-eof TO TRUE
                   NOT AT END
                       PERFORM Evaluate-One-Line
               END-READ
           END-PERFORM

           CLOSE ordline-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Evaluate-One-Line SECTION.

           MOVE ordl-c-code TO ord-c-code
           MOVE ordl-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF  order-voided OR order-pending-approval
                   OR ord-date NOT NUMERIC OR ord-date = 0
               EXIT SECTION
           END-IF
           COMPUTE line-julian = FUNCTION INTEGER-OF-DATE(ord-date)

           IF  ordl-c-code NOT = prev-c-code
               MOVE ordl-c-code TO prev-c-code
               MOVE ordl-c-code TO file-c-code
               PERFORM Read-Customer-Keys
           END-IF

           MOVE SPACES TO line-inv-type
           MOVE 0 TO line-cost
           MOVE ordl-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE inv-type TO line-inv-type
                   COMPUTE line-cost =
                       inv-avg-cost * ordl-qty
           END-READ

           PERFORM VARYING promo-ix FROM 1 BY 1
                   UNTIL promo-ix > promo-entries
               PERFORM Test-Line-Coverage
               IF  line-covered
                   PERFORM Add-Line-To-Spans
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Read-Customer-Keys picks up the sales area and    *
      *  group of the customer in file-c-code.               *
      *                                                  *
      ****************************************************

       Read-Customer-Keys SECTION.

           MOVE SPACE  TO cached-area
           MOVE SPACES TO cached-group-ref
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE file-c-area      TO cached-area
                   MOVE file-c-group-ref TO cached-group-ref
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Test-Line-Coverage sets line-covered when the     *
      *  promotion at promo-ix covers the line's item (or    *
      *  its inv-type) and customer -- the same tests the     *
      *  custprmo lookup makes, without the date window.      *
      *                                                  *
      ****************************************************

       Test-Line-Coverage SECTION.

           MOVE "N" TO covered-switch

           IF  pt-item-code(promo-ix) NOT = SPACES
               IF  pt-item-code(promo-ix) NOT = ordl-item-code
                   GO TO Test-Line-Coverage-Exit
               END-IF
           ELSE
               IF  line-inv-type = SPACES
                       OR pt-inv-type(promo-ix) NOT = line-inv-type
                   GO TO Test-Line-Coverage-Exit
               END-IF
           END-IF

           PERFORM Test-Customer-Coverage.

       Test-Line-Coverage-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Test-Customer-Coverage SECTION.

           MOVE "N" TO covered-switch
           IF  pt-area(promo-ix) NOT = SPACES
                   AND pt-area(promo-ix) NOT = cached-area
               EXIT SECTION
           END-IF
           IF  pt-group-ref(promo-ix) NOT = SPACES
                   AND pt-group-ref(promo-ix) NOT = cached-group-ref
               EXIT SECTION
           END-IF
           MOVE "Y" TO covered-switch.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-Line-To-Spans adds the line into whichever of *
      *  the promotion's spans its order date falls in.  A    *
      *  window longer than six months can put one line in     *
      *  both the weeks before and last year.                   *
      *                                                  *
      ****************************************************

       Add-Line-To-Spans SECTION.

           PERFORM VARYING span-ix FROM 1 BY 1 UNTIL span-ix > 3
               IF  line-julian NOT < ps-from-julian(promo-ix, span-ix)
                   AND line-julian NOT > ps-to-julian(promo-ix, span-ix)
                   ADD ordl-qty       TO ps-qty(promo-ix, span-ix)
                   ADD ordl-extension TO ps-revenue(promo-ix, span-ix)
                   ADD line-cost      TO ps-cost(promo-ix, span-ix)
               END-IF
           END-PERFORM

           IF  ordl-promo-code = pt-code(promo-ix)
               ADD 1 TO pt-stamped-lines(promo-ix)
               ADD ordl-extension TO pt-stamped-revenue(promo-ix)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Accumulate-Sales-History totals the salehist.ism  *
      *  buckets of each promotion's customers for the       *
      *  window's months and for the same months a year        *
      *  earlier.  A site without the file reports zeroes.      *
      *                                                  *
      ****************************************************

       Accumulate-Sales-History SECTION.

           OPEN INPUT salehist-file
           IF  NOT sh-file-ok
               EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO prev-c-code
           PERFORM UNTIL sh-file-eof
               READ salehist-file NEXT RECORD
                   AT END
                       SET sh-file-eof TO TRUE
                   NOT AT END
                       PERFORM Evaluate-One-Bucket
               END-READ
           END-PERFORM

           CLOSE salehist-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Evaluate-One-Bucket SECTION.

           IF  sh-c-code NOT = prev-c-code
               MOVE sh-c-code TO prev-c-code
               MOVE sh-c-code TO file-c-code
               PERFORM Read-Customer-Keys
           END-IF

           COMPUTE history-month = sh-yyyymm + 100

           PERFORM VARYING promo-ix FROM 1 BY 1
                   UNTIL promo-ix > promo-entries
               PERFORM Test-Customer-Coverage
               IF  line-covered
                   IF  sh-yyyymm NOT < pt-start-month(promo-ix)
                       AND sh-yyyymm NOT > pt-end-month(promo-ix)
                       ADD sh-ord-val TO pt-history-now(promo-ix)
                   END-IF
                   IF  history-month NOT < pt-start-month(promo-ix)
                       AND history-month NOT > pt-end-month(promo-ix)
                       ADD sh-ord-val TO pt-history-before(promo-ix)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Promotion prints the block for the          *
      *  promotion at promo-ix.                               *
      *                                                  *
      ****************************************************

       Print-Promotion SECTION.

           MOVE pt-code(promo-ix)       TO pl-code
           MOVE pt-desc(promo-ix)       TO pl-desc
           MOVE pt-start-date(promo-ix) TO pl-start
           MOVE pt-end-date(promo-ix)   TO pl-end
           IF  pt-item-code(promo-ix) NOT = SPACES
               MOVE pt-item-code(promo-ix) TO pl-covers
           ELSE
               MOVE pt-inv-type(promo-ix)  TO pl-covers
           END-IF
           MOVE pt-area(promo-ix)       TO pl-area
           MOVE pt-group-ref(promo-ix)  TO pl-group-ref
           MOVE promo-line TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line

           PERFORM VARYING span-ix FROM 1 BY 1 UNTIL span-ix > 3
               PERFORM Print-Span-Line
           END-PERFORM

           MOVE SPACES TO change-line
           MOVE "AGAINST WEEKS BEFORE" TO cl-label
           MOVE 2 TO span-ix
           PERFORM Print-Change-Line
           MOVE "AGAINST LAST YEAR" TO cl-label
           MOVE 3 TO span-ix
           PERFORM Print-Change-Line

           MOVE pt-stamped-lines(promo-ix)   TO stl-lines
           MOVE pt-stamped-revenue(promo-ix) TO stl-revenue
           MOVE stamped-line TO report-line
           WRITE report-line

           MOVE pt-start-month(promo-ix)    TO hl-from
           MOVE pt-end-month(promo-ix)      TO hl-to
           MOVE pt-history-now(promo-ix)    TO hl-now
           MOVE pt-history-before(promo-ix) TO hl-before
           MOVE pt-history-before(promo-ix) TO base-value
           MOVE pt-history-now(promo-ix)    TO this-value
           PERFORM Compute-Change-Pct
           IF  base-value = 0
               MOVE "     N/A" TO hl-change-text
           ELSE
               MOVE change-pct TO hl-change
           END-IF
           MOVE history-line TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Span-Line SECTION.

           MOVE span-label(span-ix) TO sl-label
           COMPUTE sl-from = FUNCTION DATE-OF-INTEGER
                                 (ps-from-julian(promo-ix, span-ix))
           COMPUTE sl-to = FUNCTION DATE-OF-INTEGER
                                 (ps-to-julian(promo-ix, span-ix))
           MOVE ps-qty(promo-ix, span-ix)     TO sl-qty
           MOVE ps-revenue(promo-ix, span-ix) TO sl-revenue
           MOVE ps-cost(promo-ix, span-ix)    TO sl-cost
           COMPUTE span-margin = ps-revenue(promo-ix, span-ix)
                               - ps-cost(promo-ix, span-ix)
           MOVE span-margin TO sl-margin
           IF  ps-revenue(promo-ix, span-ix) NOT = 0
               COMPUTE margin-pct ROUNDED =
                   (span-margin * 100) / ps-revenue(promo-ix, span-ix)
           ELSE
               MOVE 0 TO margin-pct
           END-IF
           MOVE margin-pct TO sl-margin-pct
           MOVE span-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Change-Line prints the window's volume and  *
      *  margin change against the span at span-ix -- N/A    *
      *  where that span sold nothing to compare with.        *
      *                                                  *
      ****************************************************

       Print-Change-Line SECTION.

           MOVE ps-qty(promo-ix, span-ix) TO base-value
           MOVE ps-qty(promo-ix, 1)       TO this-value
           PERFORM Compute-Change-Pct
           IF  base-value = 0
               MOVE "     N/A" TO cl-volume-text
           ELSE
               MOVE change-pct TO cl-volume
           END-IF

           COMPUTE base-value = ps-revenue(promo-ix, span-ix)
                              - ps-cost(promo-ix, span-ix)
           COMPUTE this-value = ps-revenue(promo-ix, 1)
                              - ps-cost(promo-ix, 1)
           PERFORM Compute-Change-Pct
           IF  base-value = 0
               MOVE "     N/A" TO cl-margin-text
           ELSE
               MOVE change-pct TO cl-margin
           END-IF

           MOVE change-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Compute-Change-Pct sets change-pct to the change  *
      *  from base-value to this-value as a percentage of    *
      *  base-value (left at zero when base-value is zero).   *
      *                                                  *
      ****************************************************

       Compute-Change-Pct SECTION.

           MOVE 0 TO change-pct
           IF  base-value = 0
               EXIT SECTION
           END-IF
           IF  base-value < 0
               COMPUTE change-pct ROUNDED =
                   ((this-value - base-value) * 100) / (0 - base-value)
                   ON SIZE ERROR
                       MOVE 99999.9 TO change-pct
               END-COMPUTE
           ELSE
               COMPUTE change-pct ROUNDED =
                   ((this-value - base-value) * 100) / base-value
                   ON SIZE ERROR
                       MOVE 99999.9 TO change-pct
               END-COMPUTE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE order-file
           CLOSE customer-file
           CLOSE inventory-file
           CLOSE report-file.
           EXIT.
