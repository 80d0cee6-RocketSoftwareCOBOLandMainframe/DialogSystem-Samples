      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Month-end AR subledger-to-GL control account reconciliation. *
      * CUSTRECN proves each customer's balance against order.ism    *
      * and CUSTGLAK records what the ledger accepted, but nothing   *
      * proved the receivable on our books equals the ledger's       *
      * control accounts.  This run imports the GL's trial-balance   *
      * extract (gltb.dat) for the month given on the command line   *
      * (YYYYMM; none means last month) and compares the three       *
      * control accounts it carries with the subledger:              *
      *   "AR" receivables   -- the custbal.ism open balances;       *
      *   "TX" sales tax     -- the tax on live, unsettled orders;   *
      *   "UC" unapplied cash -- the on-account cash on payment.ism  *
      *                         (the order-ZERO records).            *
      * The difference is explained order by order: feed records     *
      * the ledger has not acknowledged yet (never fed, fed and not  *
      * heard back, or held for approval), records it rejected       *
      * (ord-gl-flag "R"), and postings dated after the month whose  *
      * balances our files already carry.  Every explaining item is  *
      * listed, and whatever is left is printed as unexplained.      *
      * The result is kept on glrecon.ism for CUSTCLOS to check      *
      * before the month is closed.                                  *
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
       PROGRAM-ID. custglrc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  gltb-file is the ledger's trial-balance extract -- one line
      *  per control account (more than one line for a control
      *  that spans several ledger accounts), each balance on the
      *  account's natural side: the receivable as a debit, tax and
      *  unapplied cash as credits, all positive when normal.
           SELECT gltb-file ASSIGN "gltb.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tb-status.

           SELECT custbal-file ASSIGN "custbal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bal-c-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bal-status.

      *  order-file is walked sequentially for the order-level
      *  explanations, then read by key to place payments dated
      *  after the month -- so the access mode is DYNAMIC.
           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT ordxref-file ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordx-ord-no
           ACCESS IS DYNAMIC
           FILE STATUS IS xref-status.

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS pay-status.

           SELECT glrecon-file ASSIGN "glrecon.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS glr-yyyymm
           ACCESS IS DYNAMIC
           FILE STATUS IS glr-status-code.

           SELECT report-file ASSIGN "custglrc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  gltb-file.
       01  gltb-record.
           03  tb-yyyymm                PIC 9(6).
           03  tb-control               PIC X(2).
           03  tb-account               PIC X(12).
           03  tb-balance               PIC S9(11)V99
                                        SIGN LEADING SEPARATE.

       FD  custbal-file.
           COPY "custbal.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  ordxref-file.
           COPY "ordxref.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  glrecon-file.
           COPY "glrecon.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  tb-status                   PIC XX.
           88  tb-file-ok              VALUE "00".
           88  tb-file-eof             VALUE "10".
           88  tb-file-not-found       VALUE "35".

       01  bal-status                  PIC XX.
           88  bal-file-ok             VALUE "00".
           88  bal-file-eof            VALUE "10".
           88  bal-file-not-found      VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  xref-status                 PIC XX.
           88  xref-file-ok            VALUE "00".

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
           88  pay-file-eof            VALUE "10".

       01  glr-status-code             PIC XX.
           88  glr-file-ok             VALUE "00".
           88  glr-file-not-found      VALUE "35".

       01  today-yyyymmdd              PIC 9(8).

       01  period-argument.
           03  recon-month-x           PIC X(6).
           03  recon-month REDEFINES recon-month-x
                                       PIC 9(6).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       77  record-yyyymm               PIC 9(6).

      *  recon-table carries one entry per control account, in the
      *  order "AR", "TX", "UC" -- see Program-Initialize.
       01  recon-table.
           03  recon-entry             OCCURS 3 TIMES.
               05  rc-control          PIC X(2).
               05  rc-name             PIC X(16).
               05  rc-tb-lines         PIC 9(4) COMP.
               05  rc-gl-balance       PIC S9(11)V99 COMP.
               05  rc-sub-balance      PIC S9(11)V99 COMP.
               05  rc-unacked          PIC S9(11)V99 COMP.
               05  rc-rejected         PIC S9(11)V99 COMP.
               05  rc-later            PIC S9(11)V99 COMP.
               05  rc-difference       PIC S9(11)V99 COMP.
               05  rc-unexplained      PIC S9(11)V99 COMP.
       77  recon-ind                   PIC 9(4) COMP.
       78  ar-ind                          VALUE 1.
       78  tx-ind                          VALUE 2.
       78  uc-ind                          VALUE 3.

       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  item-open                   PIC S9(9)V99 COMP.
       77  item-tax                    PIC S9(9)V99 COMP.
       77  item-amount                 PIC S9(9)V99 COMP.
       77  item-control                PIC X(2).
       77  item-category               PIC X.
           88  item-unacked                VALUE "A".
           88  item-rejected               VALUE "R".
           88  item-later                  VALUE "L".
           88  item-explained              VALUE "A" "R" "L".
       77  unexplained-switch          PIC X VALUE "N".
           88  unexplained-found           VALUE "Y".

       01  page-title.
           03  FILLER                  PIC X(40) VALUE
               "AR SUBLEDGER TO GL RECONCILIATION FOR".
           03  pt-month                PIC 9(6).

       01  tb-line.
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  tl-control              PIC X(2).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tl-account              PIC X(12).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tl-balance              PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tl-note                 PIC X(30).

       01  item-heading.
           03  FILLER                  PIC X(6)  VALUE "CTL".
           03  FILLER                  PIC X(20) VALUE "REASON".
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(10) VALUE "DATED".
           03  FILLER                  PIC X(16) VALUE "      AMOUNT".

       01  item-line.
           03  il-control              PIC X(2).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  il-reason               PIC X(18).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  il-c-code               PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  il-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  il-date                 PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  il-amount               PIC ZZ,ZZZ,ZZ9.99-.

       01  value-line.
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  vl-label                PIC X(32).
           03  vl-value                PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  vl-note                 PIC X(30).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Trial-Balance
           PERFORM Total-Customer-Balances

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "EXPLAINED ITEMS" TO report-line
           WRITE report-line
           MOVE item-heading TO report-line
           WRITE report-line

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
               END-READ
               IF  NOT ord-file-eof
                   PERFORM Explain-One-Order
               END-IF
           END-PERFORM

           PERFORM UNTIL pay-file-eof
               READ payment-file NEXT RECORD
                   AT END
                       SET pay-file-eof TO TRUE
               END-READ
               IF  NOT pay-file-eof
                   PERFORM Explain-One-Payment
               END-IF
           END-PERFORM

           PERFORM Print-Reconciliation
           PERFORM Store-Recon-Result
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
           IF  recon-month-x NOT NUMERIC OR recon-month = 0
               COMPUTE work-yyyy = today-yyyymmdd / 10000
               COMPUTE work-mm =
                   (today-yyyymmdd / 100) - (work-yyyy * 100)
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
               COMPUTE recon-month = (work-yyyy * 100) + work-mm
           END-IF

           INITIALIZE recon-table
           MOVE "AR"               TO rc-control(ar-ind)
           MOVE "RECEIVABLES"      TO rc-name(ar-ind)
           MOVE "TX"               TO rc-control(tx-ind)
           MOVE "SALES TAX"        TO rc-name(tx-ind)
           MOVE "UC"               TO rc-control(uc-ind)
           MOVE "UNAPPLIED CASH"   TO rc-name(uc-ind)

           OPEN INPUT gltb-file
           IF  tb-file-not-found
               DISPLAY "CUSTGLRC: NO GL TRIAL BALANCE EXTRACT "
                   "(GLTB.DAT) -- NOTHING RECONCILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT custbal-file
           IF  bal-file-not-found
               SET bal-file-eof TO TRUE
           END-IF
           OPEN INPUT order-file
           OPEN INPUT ordxref-file
           OPEN INPUT payment-file
           OPEN OUTPUT report-file

           MOVE recon-month TO pt-month
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Trial-Balance sums the extract's lines for *
      *  the month into each control account, listing    *
      *  every line as it is taken.                      *
      *                                                  *
      ****************************************************

       Load-Trial-Balance SECTION.

           MOVE "GL TRIAL BALANCE EXTRACT" TO report-line
           WRITE report-line

           PERFORM UNTIL tb-file-eof
               READ gltb-file
                   AT END
                       SET tb-file-eof TO TRUE
                   NOT AT END
                       MOVE SPACES     TO tb-line
                       MOVE tb-control TO tl-control
                       MOVE tb-account TO tl-account
                       MOVE tb-balance TO tl-balance
                       PERFORM Find-Control-Entry
                       EVALUATE TRUE
                           WHEN tb-yyyymm NOT = recon-month
                               MOVE "OTHER MONTH -- IGNORED"
                                   TO tl-note
                           WHEN recon-ind = 0
                               MOVE "UNKNOWN CONTROL -- IGNORED"
                                   TO tl-note
                           WHEN OTHER
                               ADD 1 TO rc-tb-lines(recon-ind)
                               ADD tb-balance
                                   TO rc-gl-balance(recon-ind)
                       END-EVALUATE
                       MOVE tb-line TO report-line
                       WRITE report-line
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Control-Entry sets recon-ind to the entry  *
      *  for tb-control, zero when it is not one of the  *
      *  three reconciled here.                          *
      *                                                  *
      ****************************************************

       Find-Control-Entry SECTION.

           MOVE 0 TO recon-ind
           EVALUATE tb-control
               WHEN "AR"
                   MOVE ar-ind TO recon-ind
               WHEN "TX"
                   MOVE tx-ind TO recon-ind
               WHEN "UC"
                   MOVE uc-ind TO recon-ind
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Customer-Balances adds up the custbal.ism *
      *  open balances -- the receivable on our books.   *
      *                                                  *
      ****************************************************

       Total-Customer-Balances SECTION.

           PERFORM UNTIL bal-file-eof
               READ custbal-file NEXT RECORD
                   AT END
                       SET bal-file-eof TO TRUE
                   NOT AT END
                       ADD bal-open-bal TO rc-sub-balance(ar-ind)
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Explain-One-Order folds a live order's tax into *
      *  the tax subledger and, unless the ledger has    *
      *  acknowledged it, lists its open balance and tax *
      *  as explaining the difference: dated after the   *
      *  month, rejected, or still unacknowledged.       *
      *  Balances are taken in home currency at the      *
      *  order-date rate, as custbsum keeps custbal.     *
      *                                                  *
      ****************************************************

       Explain-One-Order SECTION.

           IF  order-voided
               EXIT SECTION
           END-IF

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           COMPUTE item-open =
               (ord-val - ord-pay-val) * cur-exchange-rate
           MOVE 0 TO item-tax
           IF  NOT order-settled
               COMPUTE item-tax = ord-tax * cur-exchange-rate
               ADD item-tax TO rc-sub-balance(tx-ind)
           END-IF

           COMPUTE record-yyyymm = ord-date / 100
           EVALUATE TRUE
               WHEN record-yyyymm > recon-month
                   MOVE "L" TO item-category
               WHEN order-gl-posted
                   MOVE SPACE TO item-category
               WHEN order-gl-rejected
                   MOVE "R" TO item-category
               WHEN OTHER
                   MOVE "A" TO item-category
           END-EVALUATE
           IF  NOT item-explained
               EXIT SECTION
           END-IF

           MOVE ord-c-code TO il-c-code
           MOVE ord-no     TO il-ord-no
           MOVE ord-date   TO il-date
           IF  item-open NOT = 0
               MOVE ar-ind    TO recon-ind
               MOVE item-open TO item-amount
               PERFORM Add-Explained-Item
           END-IF
           IF  item-tax NOT = 0
               MOVE tx-ind   TO recon-ind
               MOVE item-tax TO item-amount
               PERFORM Add-Explained-Item
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Explain-One-Payment totals the on-account cash  *
      *  and lists any payment dated after the month --  *
      *  on account it swells unapplied cash; against an *
      *  order dated inside the month it has already     *
      *  taken the receivable down.                      *
      *                                                  *
      ****************************************************

       Explain-One-Payment SECTION.

           COMPUTE record-yyyymm = pay-date / 100
           MOVE "L"        TO item-category
           MOVE pay-ord-no TO il-ord-no
           MOVE pay-date   TO il-date

           IF  pay-ord-no = 0
               ADD pay-amount TO rc-sub-balance(uc-ind)
               IF  record-yyyymm > recon-month
                   MOVE pay-c-code TO il-c-code
                   MOVE uc-ind     TO recon-ind
                   MOVE pay-amount TO item-amount
                   PERFORM Add-Explained-Item
               END-IF
               EXIT SECTION
           END-IF

           IF  record-yyyymm NOT > recon-month
               EXIT SECTION
           END-IF

      *  Older payment records carry no customer -- the order
      *  number leads back to it through ordxref.ism.
           MOVE pay-c-code TO ord-c-code
           IF  pay-c-code = SPACES
               MOVE pay-ord-no TO ordx-ord-no
               READ ordxref-file
                   INVALID KEY
                       MOVE SPACES TO ordx-c-code
               END-READ
               MOVE ordx-c-code TO ord-c-code
           END-IF
           MOVE pay-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   EXIT SECTION
           END-READ
           COMPUTE record-yyyymm = ord-date / 100
           IF  order-voided OR record-yyyymm > recon-month
               EXIT SECTION
           END-IF

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           COMPUTE item-amount = 0 - (pay-amount * cur-exchange-rate)
           MOVE ord-c-code TO il-c-code
           MOVE ar-ind     TO recon-ind
           PERFORM Add-Explained-Item.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-Explained-Item books item-amount to the     *
      *  item-category bucket of entry recon-ind and     *
      *  lists it.                                       *
      *                                                  *
      ****************************************************

       Add-Explained-Item SECTION.

           MOVE rc-control(recon-ind) TO il-control
           EVALUATE TRUE
               WHEN item-later
                   ADD item-amount TO rc-later(recon-ind)
                   MOVE "LATER PERIOD" TO il-reason
               WHEN item-rejected
                   ADD item-amount TO rc-rejected(recon-ind)
                   MOVE "REJECTED BY LEDGER" TO il-reason
               WHEN OTHER
                   ADD item-amount TO rc-unacked(recon-ind)
                   MOVE "NOT ACKNOWLEDGED" TO il-reason
           END-EVALUATE
           MOVE item-amount TO il-amount
           MOVE item-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Reconciliation prints, per control        *
      *  account, the ledger and subledger figures, the  *
      *  explained parts of the difference and what is   *
      *  left unexplained.                               *
      *                                                  *
      ****************************************************

       Print-Reconciliation SECTION.

           PERFORM VARYING recon-ind FROM 1 BY 1 UNTIL recon-ind > 3
               COMPUTE rc-difference(recon-ind) =
                   rc-sub-balance(recon-ind) - rc-gl-balance(recon-ind)
               COMPUTE rc-unexplained(recon-ind) =
                   rc-difference(recon-ind) - rc-unacked(recon-ind)
                       - rc-rejected(recon-ind) - rc-later(recon-ind)

               MOVE SPACES TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               STRING rc-control(recon-ind) " CONTROL -- "
                      rc-name(recon-ind)
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line

               MOVE SPACES TO value-line
               MOVE "GL TRIAL BALANCE" TO vl-label
               MOVE rc-gl-balance(recon-ind) TO vl-value
               IF  rc-tb-lines(recon-ind) = 0
                   MOVE "*** NOT ON THE EXTRACT" TO vl-note
               END-IF
               PERFORM Print-Value-Line
               MOVE "SUBLEDGER TOTAL" TO vl-label
               MOVE rc-sub-balance(recon-ind) TO vl-value
               PERFORM Print-Value-Line
               MOVE "DIFFERENCE" TO vl-label
               MOVE rc-difference(recon-ind) TO vl-value
               PERFORM Print-Value-Line
               MOVE "  NOT YET ACKNOWLEDGED BY GL" TO vl-label
               MOVE rc-unacked(recon-ind) TO vl-value
               PERFORM Print-Value-Line
               MOVE "  REJECTED BY GL" TO vl-label
               MOVE rc-rejected(recon-ind) TO vl-value
               PERFORM Print-Value-Line
               MOVE "  DATED AFTER THE MONTH" TO vl-label
               MOVE rc-later(recon-ind) TO vl-value
               PERFORM Print-Value-Line
               MOVE "UNEXPLAINED" TO vl-label
               MOVE rc-unexplained(recon-ind) TO vl-value
               IF  rc-unexplained(recon-ind) NOT = 0
                                   OR rc-tb-lines(recon-ind) = 0
                   MOVE "*** INVESTIGATE" TO vl-note
                   SET unexplained-found TO TRUE
               END-IF
               PERFORM Print-Value-Line
           END-PERFORM

           MOVE SPACES TO report-line
           WRITE report-line
           IF  unexplained-found
               MOVE "RECONCILIATION LEAVES AN UNEXPLAINED DIFFERENCE"
                   TO report-line
               DISPLAY "CUSTGLRC: UNEXPLAINED DIFFERENCE FOR "
                   recon-month " -- SEE CUSTGLRC.PRT"
           ELSE
               MOVE "ALL CONTROL ACCOUNTS RECONCILED" TO report-line
           END-IF
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Value-Line SECTION.

           MOVE value-line TO report-line
           WRITE report-line
           MOVE SPACES TO vl-note.
           EXIT.

      ****************************************************
      *                                                  *
      *  Store-Recon-Result keeps the month's outcome on *
      *  glrecon.ism for CUSTCLOS -- a re-run replaces   *
      *  it.                                             *
      *                                                  *
      ****************************************************

       Store-Recon-Result SECTION.

           OPEN I-O glrecon-file
           IF  glr-file-not-found
               OPEN OUTPUT glrecon-file
               CLOSE glrecon-file
               OPEN I-O glrecon-file
           END-IF

           MOVE SPACES          TO glrecon-record
           MOVE recon-month     TO glr-yyyymm
           MOVE today-yyyymmdd  TO glr-run-date
           IF  unexplained-found
               SET recon-unexplained TO TRUE
           ELSE
               SET recon-clean TO TRUE
           END-IF
           PERFORM VARYING recon-ind FROM 1 BY 1 UNTIL recon-ind > 3
               MOVE rc-control(recon-ind)
                   TO glr-control(recon-ind)
               MOVE rc-gl-balance(recon-ind)
                   TO glr-gl-balance(recon-ind)
               MOVE rc-sub-balance(recon-ind)
                   TO glr-sub-balance(recon-ind)
               MOVE rc-unexplained(recon-ind)
                   TO glr-unexplained(recon-ind)
           END-PERFORM
           REWRITE glrecon-record
               INVALID KEY
                   WRITE glrecon-record
                       INVALID KEY
                           DISPLAY "CUSTGLRC: COULD NOT RECORD THE "
                               "RECONCILIATION FOR " recon-month
                   END-WRITE
           END-REWRITE

           CLOSE glrecon-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE gltb-file
           IF  NOT bal-file-not-found
               CLOSE custbal-file
           END-IF
           CLOSE order-file
           CLOSE ordxref-file
           CLOSE payment-file
           CLOSE report-file.
           EXIT.
