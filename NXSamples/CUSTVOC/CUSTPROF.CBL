      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Customer profitability report.  CUSTMARG shows the margin    *
      * on order lines; this takes each account's line margin over   *
      * a period (ordline.ism against the inv-avg-cost moving        *
      * average, priced the way CUSTMARG prices it, in home          *
      * currency through custrate) and subtracts the cost to serve   *
      * the account that is already on file:                         *
      *                                                              *
      *     - discounts given (ord-disc -- the line prices are net   *
      *       of them, so the margin column is shown gross of the    *
      *       discount and the discount taken off as its own cost)   *
      *     - volume rebates settled ("B" adjustments)               *
      *     - commission -- the rep's commhist.ism net for the       *
      *       period, shared over the rep's accounts by billed value *
      *     - freight absorbed -- the standard cost of a shipment    *
      *       ("FRTCOST " on the control file, in cents) less the    *
      *       freight the order charged                              *
      *     - write-offs ("W") and credit memos ("C", other than     *
      *       the ones VOCRMA cuts for a return)                     *
      *     - RMA returns received (rma.ism) -- the credit less the  *
      *       cost of the goods back in stock                        *
      *     - the carrying cost of the overdue balance -- every day  *
      *       an order sat past its due date inside the period, at   *
      *       the annual rate "CARRYPCT" holds (hundredths of a      *
      *       percent, 8.00% when unset)                             *
      *                                                              *
      * and adds back the finance charges ("F") the account was      *
      * billed.  Accounts are ranked by net contribution, listed by  *
      * sales area and rep (best first) with rep, area and company   *
      * subtotals, and an account that costs more than it earns is   *
      * flagged LOSS.  The period is two months, YYYYMM YYYYMM, off  *
      * the command line -- the twelve months ended last month by    *
      * default.                                                     *
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
       PROGRAM-ID. custprof.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS DYNAMIC
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

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS pay-status.

           SELECT adjust-file ASSIGN "custadj.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS adj-key
           ACCESS IS DYNAMIC
           FILE STATUS IS adj-status.

           SELECT rma-file ASSIGN "rma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rma-no
           ACCESS IS DYNAMIC
           FILE STATUS IS rma-status-code.

           SELECT commhist-file ASSIGN "commhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cmh-key
           ACCESS IS DYNAMIC
           FILE STATUS IS cmh-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

      *  contrib-work-file holds one line per account with its
      *  contribution figures; ranked-work-file is the same lines
      *  best first, the input to the printing sort.
           SELECT contrib-work-file ASSIGN "custprof.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS work-status.

           SELECT ranked-work-file ASSIGN "custprof.rnk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rank-status.

           SELECT cost-sort-file ASSIGN "custprf1.srt".
           SELECT rank-sort-file ASSIGN "custprf2.srt".
           SELECT print-sort-file ASSIGN "custprf3.srt".

           SELECT report-file ASSIGN "custprof.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  adjust-file.
           COPY "custadjr.cpy".

       FD  rma-file.
           COPY "rmarec.cpy".

       FD  commhist-file.
           COPY "commhist.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  contrib-work-file.
       01  contrib-work-record         PIC X(145).

       FD  ranked-work-file.
       01  ranked-work-record          PIC X(145).

      *  One record per cost or income item, tagged with the
      *  account and what kind of item it is.
       SD  cost-sort-file.
       01  cost-sort-record.
           03  cs-c-code                PIC X(5).
           03  cs-component             PIC X.
               88  cs-line-margin           VALUE "M".
               88  cs-billed-value          VALUE "V".
               88  cs-discount              VALUE "D".
               88  cs-rebate                VALUE "B".
               88  cs-freight               VALUE "T".
               88  cs-write-off             VALUE "W".
               88  cs-credit-memo           VALUE "C".
               88  cs-rma-return            VALUE "R".
               88  cs-carrying              VALUE "K".
               88  cs-finance-charge        VALUE "F".
           03  cs-amount                PIC S9(9)V99 COMP.

       SD  rank-sort-file.
       01  rank-sort-record.
           03  FILLER                   PIC X(134).
           03  rs-net                   PIC S9(9)V99.

       SD  print-sort-file.
       01  print-sort-record.
           03  ps-area                  PIC X.
           03  ps-rep                   PIC X(3).
           03  ps-net                   PIC S9(9)V99.
           03  ps-rank                  PIC 9(5).
           03  ps-image                 PIC X(145).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".
           88  ordl-file-eof           VALUE "10".
           88  ordl-file-not-found     VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
           88  pay-file-not-found      VALUE "35".

       01  adj-status                  PIC XX.
           88  adj-file-ok             VALUE "00".
           88  adj-file-eof            VALUE "10".
           88  adj-file-not-found      VALUE "35".

       01  rma-status-code             PIC XX.
           88  rma-file-ok             VALUE "00".
           88  rma-file-eof            VALUE "10".
           88  rma-file-not-found      VALUE "35".

       01  cmh-status                  PIC XX.
           88  cmh-file-ok             VALUE "00".
           88  cmh-file-eof            VALUE "10".
           88  cmh-file-not-found      VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  work-status                 PIC XX.
           88  work-file-ok            VALUE "00".

       01  rank-status                 PIC XX.
           88  rank-file-ok            VALUE "00".
           88  rank-file-eof           VALUE "10".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       77  no-pay-file-switch          PIC X VALUE "N".
           88  no-pay-file              VALUE "Y".

       78  control-id-carrypct             VALUE "CARRYPCT".
       78  control-id-frtcost              VALUE "FRTCOST ".
       78  default-carry-hundredths        VALUE 800.
      *  carry-rate-hundredths is the annual carrying rate in
      *  hundredths of a percent; std-freight-cost the standard
      *  cost of sending one shipment, zero when not on file.
       77  carry-rate-hundredths       PIC 9(5) COMP.
       77  std-freight-cost            PIC 9(5)V99 COMP.

      *  The period, off the command line as two YYYYMM months.
       01  command-args                PIC X(20).
       01  command-fields REDEFINES command-args.
           03  cmd-from-month          PIC X(6).
           03  cmd-from-9 REDEFINES cmd-from-month
                                       PIC 9(6).
           03  FILLER                  PIC X.
           03  cmd-to-month            PIC X(6).
           03  cmd-to-9 REDEFINES cmd-to-month
                                       PIC 9(6).
           03  FILLER                  PIC X(7).
       77  from-month                  PIC 9(6).
       77  to-month                    PIC 9(6).
       01  today-yyyymmdd              PIC 9(8).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 9(2).
       01  period-start                PIC 9(8).
       01  period-end                  PIC 9(8).
       77  period-start-julian         PIC 9(7) COMP.
       77  period-end-julian           PIC 9(7) COMP.
       77  next-month-first            PIC 9(8).

      *  The order whose lines are being read -- the header is read
      *  once per order, not once per line.
       77  cached-ord-c-code           PIC X(5) VALUE LOW-VALUES.
       77  cached-ord-no               PIC 9(6) VALUE 0.
       77  cached-ord-switch           PIC X VALUE "N".
           88  cached-order-counts     VALUE "Y".
       77  cached-ord-rate             PIC 9(4)V9999 COMP.

      *  The customer whose orders are being read.
       77  cached-c-code               PIC X(5) VALUE LOW-VALUES.
       77  cached-rep                  PIC X(3).
       77  cached-terms                PIC X(3).
       77  cached-currency             PIC X(3).

       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  adj-currency                PIC X(3).
       77  line-revenue                PIC S9(9)V99 COMP.
       77  line-cost                   PIC S9(9)V99 COMP.
       77  home-value                  PIC S9(9)V99 COMP.
       77  freight-charged             PIC S9(9)V99 COMP.

      *  Overdue measurement for one order -- balance-days is the
      *  open balance summed over every overdue day in the period.
       01  order-due-date              PIC 9(8).
       77  overdue-from-julian         PIC 9(7) COMP.
       77  overdue-to-julian           PIC 9(7) COMP.
       77  walk-julian                 PIC 9(7) COMP.
       77  pay-julian                  PIC 9(7) COMP.
       77  walk-balance                PIC S9(9)V99 COMP.
       77  balance-days                PIC S9(13)V99 COMP.
       77  pay-eof-switch              PIC X VALUE "N".
           88  pay-eof                 VALUE "Y".

      *  Commission by rep for the period, and the billed value it
      *  is shared over.
       78  max-reps                        VALUE 200.
       01  rep-table.
           03  rep-entry OCCURS 200.
               05  rt-rep-code         PIC X(3).
               05  rt-commission       PIC S9(9)V99 COMP.
               05  rt-billed           PIC S9(11)V99 COMP.
       77  rep-count                   PIC 9(4) COMP VALUE 0.
       77  rep-ind                     PIC 9(4) COMP.
       77  rep-hit-ind                 PIC 9(4) COMP.
       77  rep-search-code             PIC X(3).
       77  reps-overflowed             PIC X VALUE "N".
           88  rep-table-full          VALUE "Y".

      *  One account's figures -- the layout of both work files.
       01  contribution-record.
           03  cn-c-code               PIC X(5).
           03  cn-name                 PIC X(15).
           03  cn-area                 PIC X.
           03  cn-rep                  PIC X(3).
           03  cn-amounts.
               05  cn-margin           PIC S9(9)V99.
               05  cn-discount         PIC S9(9)V99.
               05  cn-rebate           PIC S9(9)V99.
               05  cn-commission       PIC S9(9)V99.
               05  cn-freight          PIC S9(9)V99.
               05  cn-write-off        PIC S9(9)V99.
               05  cn-credit-memo      PIC S9(9)V99.
               05  cn-rma              PIC S9(9)V99.
               05  cn-carrying         PIC S9(9)V99.
               05  cn-finance-charge   PIC S9(9)V99.
               05  cn-net              PIC S9(9)V99.
           03  cn-amount-table REDEFINES cn-amounts.
               05  cn-amount           PIC S9(9)V99 OCCURS 11.
       77  amount-ind                  PIC 99 COMP.
       77  break-c-code                PIC X(5) VALUE LOW-VALUES.
       77  cust-billed                 PIC S9(11)V99 COMP.

      *  Subtotals -- level 1 the rep, 2 the area, 3 the company.
       01  total-table.
           03  total-level OCCURS 3.
               05  tt-amount           PIC S9(11)V99 COMP OCCURS 11.
               05  tt-accounts         PIC 9(6) COMP.
       77  level-ind                   PIC 9 COMP.
       01  print-amounts.
           03  pa-amount               PIC S9(11)V99 COMP OCCURS 11.

       77  break-area                  PIC X VALUE LOW-VALUES.
       77  break-rep                   PIC X(3) VALUE LOW-VALUES.
       77  rank-counter                PIC 9(5) COMP.
       77  loss-accounts               PIC 9(6) COMP.

       01  page-title-line.
           03  FILLER                  PIC X(30) VALUE
               "CUSTOMER PROFITABILITY -- ".
           03  pt-from                 PIC 9(6).
           03  FILLER                  PIC X(4) VALUE " TO ".
           03  pt-to                   PIC 9(6).

       01  settings-line.
           03  FILLER                  PIC X(22) VALUE
               "CARRYING RATE (PCT):".
           03  sl-carry-rate           PIC ZZ9.99.
           03  FILLER                  PIC X(28) VALUE
               "   STANDARD FREIGHT COST:".
           03  sl-freight-cost         PIC ZZ,ZZ9.99.

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "RANK".
           03  FILLER                  PIC X(6)  VALUE "CUST".
           03  FILLER                  PIC X(11) VALUE "NAME".
           03  FILLER                  PIC X(12) VALUE
               "   LINE MGN ".
           03  FILLER                  PIC X(8)  VALUE "    DISC".
           03  FILLER                  PIC X(8)  VALUE "  REBATE".
           03  FILLER                  PIC X(8)  VALUE "    COMM".
           03  FILLER                  PIC X(8)  VALUE " FREIGHT".
           03  FILLER                  PIC X(8)  VALUE "  WR-OFF".
           03  FILLER                  PIC X(8)  VALUE " CR MEMO".
           03  FILLER                  PIC X(8)  VALUE "     RMA".
           03  FILLER                  PIC X(8)  VALUE "   CARRY".
           03  FILLER                  PIC X(8)  VALUE " FIN CHG".
           03  FILLER                  PIC X(12) VALUE
               "         NET".
           03  FILLER                  PIC X(6)  VALUE "  NOTE".

       01  print-line.
           03  pl-prefix               PIC X(23).
           03  pl-detail-prefix REDEFINES pl-prefix.
               05  pl-rank             PIC ZZZZ9.
               05  FILLER              PIC X.
               05  pl-c-code           PIC X(5).
               05  FILLER              PIC X.
               05  pl-name             PIC X(10).
               05  FILLER              PIC X.
           03  pl-margin               PIC ZZ,ZZZ,ZZ9-.
           03  FILLER                  PIC X.
           03  pl-component            PIC Z(6)9- OCCURS 9.
           03  FILLER                  PIC X.
           03  pl-net                  PIC ZZ,ZZZ,ZZ9-.
           03  FILLER                  PIC X(2).
           03  pl-flag                 PIC X(4).

       01  loss-line.
           03  FILLER                  PIC X(40) VALUE
               "ACCOUNTS WITH NEGATIVE CONTRIBUTION:".
           03  ll-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE
               "  OF ACCOUNTS:".
           03  ll-accounts             PIC ZZZ,ZZ9.

       01  rep-overflow-line           PIC X(60) VALUE
               "REP TABLE FULL -- LATER REPS' COMMISSION NOT SHARED".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           SORT cost-sort-file
               ON ASCENDING KEY cs-c-code
               INPUT PROCEDURE IS Release-Cost-Components
               OUTPUT PROCEDURE IS Total-Customer-Costs

           SORT rank-sort-file
               ON DESCENDING KEY rs-net
               USING contrib-work-file
               GIVING ranked-work-file

           MOVE "00" TO sort-status
           SORT print-sort-file
               ON ASCENDING KEY ps-area, ps-rep
                  DESCENDING KEY ps-net
               INPUT PROCEDURE IS Number-Ranked-Accounts
               OUTPUT PROCEDURE IS Print-Profitability

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Program-Initialize settles the period and the      *
      *  rates and loads the reps' commission for the        *
      *  period.                                              *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           MOVE SPACES TO command-args
           ACCEPT command-args FROM COMMAND-LINE
           IF  cmd-from-month NUMERIC AND cmd-to-month NUMERIC
                   AND cmd-from-9 > 0 AND cmd-to-9 >= cmd-from-9
               MOVE cmd-from-9 TO from-month
               MOVE cmd-to-9   TO to-month
           ELSE
      *  The twelve months ended last month.
               COMPUTE work-yyyy = today-yyyymmdd / 10000
               COMPUTE work-mm =
                   (today-yyyymmdd / 100) - (work-yyyy * 100)
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
               COMPUTE to-month = (work-yyyy * 100) + work-mm
               IF  work-mm = 12
                   COMPUTE from-month = (work-yyyy * 100) + 1
               ELSE
                   COMPUTE from-month =
                       ((work-yyyy - 1) * 100) + work-mm + 1
               END-IF
           END-IF

           COMPUTE period-start = (from-month * 100) + 1
           COMPUTE work-yyyy = to-month / 100
           COMPUTE work-mm = to-month - (work-yyyy * 100)
           IF  work-mm = 12
               COMPUTE next-month-first =
                   ((work-yyyy + 1) * 10000) + 101
           ELSE
               COMPUTE next-month-first =
                   (work-yyyy * 10000) + ((work-mm + 1) * 100) + 1
           END-IF
           COMPUTE period-start-julian =
               FUNCTION INTEGER-OF-DATE(period-start)
           COMPUTE period-end-julian =
               FUNCTION INTEGER-OF-DATE(next-month-first) - 1
           COMPUTE period-end =
               FUNCTION DATE-OF-INTEGER(period-end-julian)

           OPEN INPUT order-file
           OPEN INPUT customer-file
           OPEN INPUT inventory-file
           OPEN INPUT control-file
           OPEN OUTPUT report-file

           MOVE default-carry-hundredths TO carry-rate-hundredths
           MOVE control-id-carrypct TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  ctl-next-no > 0
                       MOVE ctl-next-no TO carry-rate-hundredths
                   END-IF
           END-READ
           MOVE 0 TO std-freight-cost
           MOVE control-id-frtcost TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE std-freight-cost = ctl-next-no / 100
           END-READ
           CLOSE control-file

           PERFORM Load-Rep-Commission

           MOVE from-month TO pt-from
           MOVE to-month   TO pt-to
           MOVE page-title-line TO report-line
           WRITE report-line
           COMPUTE sl-carry-rate = carry-rate-hundredths / 100
           MOVE std-freight-cost TO sl-freight-cost
           MOVE settings-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Rep-Commission totals each rep's net         *
      *  commission (earned less clawback) for the months    *
      *  of the period off commhist.ism.                     *
      *                                                  *
      ****************************************************

       Load-Rep-Commission SECTION.

           OPEN INPUT commhist-file
           IF  cmh-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL cmh-file-eof
               READ commhist-file NEXT RECORD
                   AT END
                       SET cmh-file-eof TO TRUE
                   NOT AT END
                       IF  cmh-yyyymm >= from-month
                               AND cmh-yyyymm <= to-month
                           MOVE cmh-rep-code TO rep-search-code
                           PERFORM Find-Rep-Slot
                           IF  rep-hit-ind > 0
                               ADD cmh-net
                                   TO rt-commission(rep-hit-ind)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE commhist-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Rep-Slot finds rep-search-code in the rep     *
      *  table, adding it when new.  rep-hit-ind comes back  *
      *  zero when the table is full.                        *
      *                                                  *
      ****************************************************

       Find-Rep-Slot SECTION.

           MOVE 0 TO rep-hit-ind
           PERFORM VARYING rep-ind FROM 1 BY 1
                   UNTIL rep-ind > rep-count OR rep-hit-ind > 0
               IF  rt-rep-code(rep-ind) = rep-search-code
                   MOVE rep-ind TO rep-hit-ind
               END-IF
           END-PERFORM
           IF  rep-hit-ind = 0
               IF  rep-count < max-reps
                   ADD 1 TO rep-count
                   MOVE rep-search-code TO rt-rep-code(rep-count)
                   MOVE 0 TO rt-commission(rep-count)
                   MOVE 0 TO rt-billed(rep-count)
                   MOVE rep-count TO rep-hit-ind
               ELSE
                   SET rep-table-full TO TRUE
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Cost-Components reads each source in turn  *
      *  and releases one record per margin, cost or         *
      *  income item that falls in the period.                *
      *                                                  *
      ****************************************************

       Release-Cost-Components SECTION.

           PERFORM Release-Line-Margins
           PERFORM Release-Order-Costs
           PERFORM Release-Adjustments
           PERFORM Release-Rma-Returns.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Line-Margins prices every line of an       *
      *  unvoided, approved order dated in the period --     *
      *  revenue at the line's price in home currency, cost   *
      *  at the item's moving-average cost.                   *
      *                                                  *
      ****************************************************

       Release-Line-Margins SECTION.

           OPEN INPUT ordline-file
           IF  ordl-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL ordl-file-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET ordl-file-eof TO TRUE
                   NOT AT END
                       PERFORM Release-One-Line-Margin
               END-READ
           END-PERFORM
           CLOSE ordline-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Line-Margin SECTION.

           IF  ordl-c-code NOT = cached-ord-c-code
                   OR ordl-ord-no NOT = cached-ord-no
               MOVE ordl-c-code TO cached-ord-c-code
               MOVE ordl-ord-no TO cached-ord-no
               MOVE "N" TO cached-ord-switch
               MOVE ordl-c-code TO ord-c-code
               MOVE ordl-ord-no TO ord-no
               READ order-file
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF  NOT order-voided AND order-approved
                       AND ord-date >= period-start
                       AND ord-date <= period-end
                   MOVE "Y" TO cached-ord-switch
                   CALL "custrate" USING ord-currency, ord-date,
                       cached-ord-rate
                   END-CALL
               END-IF
           END-IF
           IF  NOT cached-order-counts
               EXIT SECTION
           END-IF

           COMPUTE line-revenue ROUNDED =
               ordl-extension * cached-ord-rate
           MOVE 0 TO line-cost
           MOVE ordl-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE line-cost = inv-avg-cost * ordl-qty
           END-READ

           MOVE ordl-c-code TO cs-c-code
           MOVE "M" TO cs-component
           COMPUTE cs-amount = line-revenue - line-cost
           RELEASE cost-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Order-Costs walks every order once for     *
      *  the order-level items: the billed value the         *
      *  commission is shared over, the discount, the         *
      *  freight absorbed on a shipment in the period, and    *
      *  the carrying cost of the days it sat overdue.        *
      *                                                  *
      ****************************************************

       Release-Order-Costs SECTION.

           OPEN INPUT payment-file
           IF  pay-file-not-found
               SET no-pay-file TO TRUE
           END-IF

           MOVE LOW-VALUES TO ord-key
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   SET ord-file-eof TO TRUE
           END-START
           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       IF  NOT order-voided AND order-approved
                           PERFORM Release-One-Order-Cost
                       END-IF
               END-READ
           END-PERFORM

           IF  NOT no-pay-file
               CLOSE payment-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Order-Cost SECTION.

           IF  ord-c-code NOT = cached-c-code
               MOVE ord-c-code TO cached-c-code
               MOVE SPACES TO cached-rep cached-terms
               MOVE ord-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE file-c-rep   TO cached-rep
                       MOVE file-c-terms TO cached-terms
               END-READ
           END-IF

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           MOVE ord-c-code TO cs-c-code

           IF  ord-date >= period-start AND ord-date <= period-end
               COMPUTE home-value ROUNDED =
                   ord-val * cur-exchange-rate
               MOVE "V" TO cs-component
               MOVE home-value TO cs-amount
               RELEASE cost-sort-record
               IF  cached-rep NOT = SPACES
                   MOVE cached-rep TO rep-search-code
                   PERFORM Find-Rep-Slot
                   IF  rep-hit-ind > 0
                       ADD home-value TO rt-billed(rep-hit-ind)
                   END-IF
               END-IF

               IF  ord-disc NUMERIC
                   IF  ord-disc > 0
                       MOVE "D" TO cs-component
                       COMPUTE cs-amount ROUNDED =
                           ord-disc * cur-exchange-rate
                       RELEASE cost-sort-record
                   END-IF
               END-IF
           END-IF

      *  Freight absorbed -- a shipment that went out in the period
      *  charged less than it cost us to send.
           IF  std-freight-cost > 0 AND order-ful-shipped
                   AND ord-ship-date NUMERIC
               IF  ord-ship-date >= period-start
                       AND ord-ship-date <= period-end
                   COMPUTE freight-charged ROUNDED =
                       ord-freight * cur-exchange-rate
                   IF  freight-charged < std-freight-cost
                       MOVE "T" TO cs-component
                       COMPUTE cs-amount =
                           std-freight-cost - freight-charged
                       RELEASE cost-sort-record
                   END-IF
               END-IF
           END-IF

           PERFORM Measure-Overdue-Days
           IF  balance-days > 0
               MOVE "K" TO cs-component
               COMPUTE cs-amount ROUNDED =
                   (balance-days * cur-exchange-rate
                       * carry-rate-hundredths) / (10000 * 365)
               RELEASE cost-sort-record
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Measure-Overdue-Days sums the order's open         *
      *  balance over every day inside the period that it     *
      *  was past due, walking the payments in the order       *
      *  they were posted.  The due date is the stored          *
      *  ord-due-date, or the customer's terms through          *
      *  custdue for a record written before terms existed.     *
      *                                                  *
      ****************************************************

       Measure-Overdue-Days SECTION.

           MOVE 0 TO balance-days
           IF  ord-due-date NUMERIC AND ord-due-date > 0
               MOVE ord-due-date TO order-due-date
           ELSE
               CALL "custdue" USING cached-terms, ord-date,
                                     order-due-date
               END-CALL
           END-IF
           COMPUTE overdue-from-julian =
               FUNCTION INTEGER-OF-DATE(order-due-date) + 1
           IF  overdue-from-julian < period-start-julian
               MOVE period-start-julian TO overdue-from-julian
           END-IF
           MOVE period-end-julian TO overdue-to-julian
           IF  overdue-from-julian > overdue-to-julian
               EXIT SECTION
           END-IF

           MOVE ord-val TO walk-balance
           MOVE overdue-from-julian TO walk-julian
           IF  NOT no-pay-file
               MOVE "N" TO pay-eof-switch
               MOVE ord-no TO pay-ord-no
               MOVE 0      TO pay-no
               START payment-file KEY IS NOT LESS THAN pay-key
                   INVALID KEY
                       SET pay-eof TO TRUE
               END-START
               PERFORM UNTIL pay-eof
                   READ payment-file NEXT RECORD
                       AT END
                           SET pay-eof TO TRUE
                   END-READ
                   IF  NOT pay-eof
                       IF  pay-ord-no NOT = ord-no
                           SET pay-eof TO TRUE
                       ELSE
                           PERFORM Apply-One-Payment
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF  walk-balance > 0
               COMPUTE balance-days = balance-days +
                   (walk-balance
                       * (overdue-to-julian - walk-julian + 1))
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-One-Payment counts the balance up to the     *
      *  payment's date, then takes the payment off.  A      *
      *  bounced cheque's negating record puts the balance    *
      *  back the same way.                                   *
      *                                                  *
      ****************************************************

       Apply-One-Payment SECTION.

           COMPUTE pay-julian = FUNCTION INTEGER-OF-DATE(pay-date)
           IF  pay-julian > walk-julian
               IF  pay-julian > overdue-to-julian + 1
                   MOVE overdue-to-julian TO pay-julian
                   ADD 1 TO pay-julian
               END-IF
               IF  walk-balance > 0
                   COMPUTE balance-days = balance-days +
                       (walk-balance * (pay-julian - walk-julian))
               END-IF
               MOVE pay-julian TO walk-julian
           END-IF
           SUBTRACT pay-amount FROM walk-balance.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Adjustments takes the period's rebates,    *
      *  write-offs, credit memos and finance charges off    *
      *  custadj.ism.  A credit memo VOCRMA cut for a return  *
      *  is left to Release-Rma-Returns, so the return is      *
      *  not counted twice.                                    *
      *                                                  *
      ****************************************************

       Release-Adjustments SECTION.

           OPEN INPUT adjust-file
           IF  adj-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL adj-file-eof
               READ adjust-file NEXT RECORD
                   AT END
                       SET adj-file-eof TO TRUE
                   NOT AT END
                       IF  adj-date >= period-start
                               AND adj-date <= period-end
                           PERFORM Release-One-Adjustment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE adjust-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Adjustment SECTION.

           EVALUATE TRUE
               WHEN adj-rebate
                   MOVE "B" TO cs-component
               WHEN adj-write-off
                   MOVE "W" TO cs-component
               WHEN adj-finance-charge
                   MOVE "F" TO cs-component
               WHEN adj-credit-memo
                   IF  adj-reason(1:4) = "RMA "
                       EXIT SECTION
                   END-IF
                   MOVE "C" TO cs-component
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

      *  An order's adjustment is in the order's currency; a
      *  customer-level one in the customer's.
           MOVE "USD" TO adj-currency
           IF  adj-ord-no > 0
               MOVE adj-c-code TO ord-c-code
               MOVE adj-ord-no TO ord-no
               READ order-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ord-currency TO adj-currency
               END-READ
           ELSE
               MOVE adj-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE file-c-currency TO adj-currency
               END-READ
           END-IF
           CALL "custrate" USING adj-currency, adj-date,
               cur-exchange-rate
           END-CALL

           MOVE adj-c-code TO cs-c-code
           COMPUTE cs-amount ROUNDED =
               adj-amount * cur-exchange-rate
           RELEASE cost-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Rma-Returns charges each return received   *
      *  in the period with the margin it gave back -- the    *
      *  credit, less the cost of the goods that came back     *
      *  into stock.                                           *
      *                                                  *
      ****************************************************

       Release-Rma-Returns SECTION.

           OPEN INPUT rma-file
           IF  rma-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL rma-file-eof
               READ rma-file NEXT RECORD
                   AT END
                       SET rma-file-eof TO TRUE
                   NOT AT END
                       IF  rma-received
                               AND rma-recv-date >= period-start
                               AND rma-recv-date <= period-end
                           PERFORM Release-One-Return
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

       Release-One-Return SECTION.

           MOVE "USD" TO adj-currency
           MOVE rma-c-code TO ord-c-code
           MOVE rma-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ord-currency TO adj-currency
           END-READ
           CALL "custrate" USING adj-currency, rma-recv-date,
               cur-exchange-rate
           END-CALL

           MOVE 0 TO line-cost
           MOVE rma-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE line-cost = inv-avg-cost * rma-qty
           END-READ

           MOVE rma-c-code TO cs-c-code
           MOVE "R" TO cs-component
           COMPUTE cs-amount ROUNDED =
               (rma-amount * cur-exchange-rate) - line-cost
           RELEASE cost-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Customer-Costs adds each account's items up  *
      *  and writes its contribution line.                   *
      *                                                  *
      ****************************************************

       Total-Customer-Costs SECTION.

           OPEN OUTPUT contrib-work-file
           PERFORM UNTIL sort-file-eof
               RETURN cost-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  cs-c-code NOT = break-c-code
                           IF  break-c-code NOT = LOW-VALUES
                               PERFORM Finish-Customer
                           END-IF
                           MOVE cs-c-code TO break-c-code
                           MOVE 0 TO cust-billed
                           PERFORM VARYING amount-ind FROM 1 BY 1
                                   UNTIL amount-ind > 11
                               MOVE 0 TO cn-amount(amount-ind)
                           END-PERFORM
                       END-IF
                       PERFORM Add-Cost-Component
               END-RETURN
           END-PERFORM
           IF  break-c-code NOT = LOW-VALUES
               PERFORM Finish-Customer
           END-IF
           CLOSE contrib-work-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Cost-Component SECTION.

           EVALUATE TRUE
               WHEN cs-line-margin
                   ADD cs-amount TO cn-margin
               WHEN cs-billed-value
                   ADD cs-amount TO cust-billed
               WHEN cs-discount
                   ADD cs-amount TO cn-discount
               WHEN cs-rebate
                   ADD cs-amount TO cn-rebate
               WHEN cs-freight
                   ADD cs-amount TO cn-freight
               WHEN cs-write-off
                   ADD cs-amount TO cn-write-off
               WHEN cs-credit-memo
                   ADD cs-amount TO cn-credit-memo
               WHEN cs-rma-return
                   ADD cs-amount TO cn-rma
               WHEN cs-carrying
                   ADD cs-amount TO cn-carrying
               WHEN cs-finance-charge
                   ADD cs-amount TO cn-finance-charge
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Finish-Customer shares the rep's commission out    *
      *  by billed value, works out the net contribution     *
      *  and writes the account's line.  The line prices are  *
      *  already net of the discount, so the margin shown      *
      *  is put back gross of it and the discount taken off    *
      *  as a cost of its own.                                 *
      *                                                  *
      ****************************************************

       Finish-Customer SECTION.

           MOVE break-c-code TO cn-c-code
           MOVE "NOT ON FILE" TO cn-name
           MOVE SPACES TO cn-area cn-rep
           MOVE break-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE file-c-name TO cn-name
                   MOVE file-c-area TO cn-area
                   MOVE file-c-rep  TO cn-rep
           END-READ

           MOVE 0 TO cn-commission
           IF  cn-rep NOT = SPACES AND cust-billed > 0
               MOVE 0 TO rep-hit-ind
               PERFORM VARYING rep-ind FROM 1 BY 1
                       UNTIL rep-ind > rep-count OR rep-hit-ind > 0
                   IF  rt-rep-code(rep-ind) = cn-rep
                       MOVE rep-ind TO rep-hit-ind
                   END-IF
               END-PERFORM
               IF  rep-hit-ind > 0
                   IF  rt-billed(rep-hit-ind) > 0
                       COMPUTE cn-commission ROUNDED =
                           rt-commission(rep-hit-ind) * cust-billed
                               / rt-billed(rep-hit-ind)
                   END-IF
               END-IF
           END-IF

           ADD cn-discount TO cn-margin
           COMPUTE cn-net = cn-margin - cn-discount - cn-rebate
                          - cn-commission - cn-freight
                          - cn-write-off - cn-credit-memo - cn-rma
                          - cn-carrying + cn-finance-charge

           MOVE contribution-record TO contrib-work-record
           WRITE contrib-work-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Number-Ranked-Accounts reads the accounts best     *
      *  first, numbers them, and releases them for the      *
      *  area/rep listing.                                    *
      *                                                  *
      ****************************************************

       Number-Ranked-Accounts SECTION.

           MOVE 0 TO rank-counter
           OPEN INPUT ranked-work-file
           PERFORM UNTIL rank-file-eof
               READ ranked-work-file
                   AT END
                       SET rank-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO rank-counter
                       MOVE ranked-work-record TO contribution-record
                       MOVE cn-area      TO ps-area
                       MOVE cn-rep       TO ps-rep
                       MOVE cn-net       TO ps-net
                       MOVE rank-counter TO ps-rank
                       MOVE contribution-record TO ps-image
                       RELEASE print-sort-record
               END-READ
           END-PERFORM
           CLOSE ranked-work-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Profitability lists the accounts by area     *
      *  and rep, best first, with rep and area subtotals.   *
      *                                                  *
      ****************************************************

       Print-Profitability SECTION.

           MOVE 0 TO loss-accounts
           INITIALIZE total-table
           PERFORM UNTIL sort-file-eof
               RETURN print-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       PERFORM Print-One-Account
               END-RETURN
           END-PERFORM

           IF  break-area NOT = LOW-VALUES
               PERFORM Print-Rep-Subtotal
               PERFORM Print-Area-Subtotal
           END-IF

           MOVE 3 TO level-ind
           PERFORM VARYING amount-ind FROM 1 BY 1
                   UNTIL amount-ind > 11
               MOVE tt-amount(3, amount-ind) TO pa-amount(amount-ind)
           END-PERFORM
           MOVE SPACES TO print-line
           MOVE "COMPANY TOTAL" TO pl-prefix
           PERFORM Fill-Print-Amounts
           MOVE print-line TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE loss-accounts   TO ll-count
           MOVE tt-accounts(3)  TO ll-accounts
           MOVE loss-line TO report-line
           WRITE report-line
           IF  rep-table-full
               MOVE rep-overflow-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-One-Account SECTION.

           MOVE ps-image TO contribution-record

           IF  ps-area NOT = break-area
               IF  break-area NOT = LOW-VALUES
                   PERFORM Print-Rep-Subtotal
                   PERFORM Print-Area-Subtotal
               END-IF
               MOVE ps-area TO break-area
               MOVE ps-rep  TO break-rep
           ELSE
               IF  ps-rep NOT = break-rep
                   PERFORM Print-Rep-Subtotal
                   MOVE ps-rep TO break-rep
               END-IF
           END-IF

           PERFORM VARYING amount-ind FROM 1 BY 1
                   UNTIL amount-ind > 11
               MOVE cn-amount(amount-ind) TO pa-amount(amount-ind)
               PERFORM VARYING level-ind FROM 1 BY 1
                       UNTIL level-ind > 3
                   ADD cn-amount(amount-ind)
                       TO tt-amount(level-ind, amount-ind)
               END-PERFORM
           END-PERFORM
           ADD 1 TO tt-accounts(1) tt-accounts(2) tt-accounts(3)

           MOVE SPACES TO print-line
           MOVE ps-rank   TO pl-rank
           MOVE cn-c-code TO pl-c-code
           MOVE cn-name   TO pl-name
           PERFORM Fill-Print-Amounts
           IF  cn-net < 0
               MOVE "LOSS" TO pl-flag
               ADD 1 TO loss-accounts
           END-IF
           MOVE print-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Rep-Subtotal SECTION.

           PERFORM VARYING amount-ind FROM 1 BY 1
                   UNTIL amount-ind > 11
               MOVE tt-amount(1, amount-ind) TO pa-amount(amount-ind)
               MOVE 0 TO tt-amount(1, amount-ind)
           END-PERFORM
           MOVE 0 TO tt-accounts(1)
           MOVE SPACES TO print-line
           STRING "  REP " break-rep " TOTAL"
               DELIMITED BY SIZE INTO pl-prefix
           PERFORM Fill-Print-Amounts
           IF  pa-amount(11) < 0
               MOVE "LOSS" TO pl-flag
           END-IF
           MOVE print-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Area-Subtotal SECTION.

           PERFORM VARYING amount-ind FROM 1 BY 1
                   UNTIL amount-ind > 11
               MOVE tt-amount(2, amount-ind) TO pa-amount(amount-ind)
               MOVE 0 TO tt-amount(2, amount-ind)
           END-PERFORM
           MOVE 0 TO tt-accounts(2)
           MOVE SPACES TO print-line
           STRING "AREA " break-area " TOTAL"
               DELIMITED BY SIZE INTO pl-prefix
           PERFORM Fill-Print-Amounts
           IF  pa-amount(11) < 0
               MOVE "LOSS" TO pl-flag
           END-IF
           MOVE print-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Fill-Print-Amounts edits pa-amount into the print  *
      *  line -- margin first, the nine costs and income      *
      *  items, then the net -- rounded to whole units.       *
      *                                                  *
      ****************************************************

       Fill-Print-Amounts SECTION.

           COMPUTE pl-margin ROUNDED = pa-amount(1)
           PERFORM VARYING amount-ind FROM 1 BY 1
                   UNTIL amount-ind > 9
               COMPUTE pl-component(amount-ind) ROUNDED =
                   pa-amount(amount-ind + 1)
           END-PERFORM
           COMPUTE pl-net ROUNDED = pa-amount(11).
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
