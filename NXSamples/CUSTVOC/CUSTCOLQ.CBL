      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly collections call-queue build.  Scans cust.ism and,   *
      * for every account not parked by a next-action date on        *
      * collacct.ism, works out the signals that used to arrive on   *
      * six separate printouts -- over limit (CUSTEXCP), broken      *
      * promise (CUSTPRMB), missed installment (CUSTPLNR), open      *
      * dispute (CUSTDSPA), 90+ aged debt (CUSTAGE) and unapplied    *
      * cash (CUSTUNAP) -- straight from the files those reports     *
      * read.  Each account with a signal goes to its collector      *
      * (file-c-collector, else its area's area-collector), ranked   *
      * by amount at risk and then days overdue, and callq.ism is    *
      * rebuilt from the sorted result for VOCCOLL to work through.  *
      * custcolq.prt lists every queue, collector by collector.      *
      * Accounts with a collection agency (CUSTAGPL) are left off.   *
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
       PROGRAM-ID. custcolq.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT promise-file ASSIGN "promise.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prm-key
           ACCESS IS DYNAMIC
           FILE STATUS IS prm-status-code.

           SELECT payplan-file ASSIGN "payplan.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pp-key
           ACCESS IS DYNAMIC
           FILE STATUS IS plan-status.

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS pay-status.

           SELECT collacct-file ASSIGN "collacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ca-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ca-status.

           SELECT areamast-file ASSIGN "areamast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS area-code
           ACCESS IS DYNAMIC
           FILE STATUS IS area-status.

           SELECT collmast-file ASSIGN "collmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS coll-code
           ACCESS IS DYNAMIC
           FILE STATUS IS coll-status.

           SELECT callq-file ASSIGN "callq.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cq-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS cq-file-status.

           SELECT sort-work-file ASSIGN "custcolq.srt".

           SELECT report-file ASSIGN "custcolq.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  promise-file.
           COPY "promiserc.cpy".

       FD  payplan-file.
           COPY "payplanrc.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  collacct-file.
           COPY "collacct.cpy".

       FD  areamast-file.
           COPY "areamast.cpy".

       FD  collmast-file.
           COPY "collmast.cpy".

       FD  callq-file.
           COPY "callq.cpy".

      *  sort-record carries one queued account -- collector first,
      *  then biggest amount at risk, then longest overdue.
       SD  sort-work-file.
       01  sort-record.
           03  sw-collector             PIC X(3).
           03  sw-amount                PIC S9(9)V99 COMP.
           03  sw-days                  PIC 9(5) COMP.
           03  sw-c-code                PIC X(5).
           03  sw-c-name                PIC X(15).
           03  sw-signals               PIC X(6).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".
           88  cust-file-eof           VALUE "10".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  prm-status-code             PIC XX.
           88  prm-file-eof            VALUE "10".
           88  prm-file-not-found      VALUE "35".

       01  plan-status                 PIC XX.
           88  plan-file-eof           VALUE "10".
           88  plan-file-not-found     VALUE "35".

       01  pay-status                  PIC XX.
           88  pay-file-eof            VALUE "10".
           88  pay-file-not-found      VALUE "35".

       01  ca-status                   PIC XX.
           88  ca-file-not-found       VALUE "35".

       01  area-status                 PIC XX.
           88  area-file-not-found     VALUE "35".

       01  coll-status                 PIC XX.
           88  coll-file-not-found     VALUE "35".

       01  cq-file-status              PIC XX.
           88  cq-file-ok              VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

      *  The optional files -- a site that has never taken a
      *  promise, set up a plan, worked a call or defined an area
      *  or collector simply has no such signal or assignment.
       77  no-promise-file-switch      PIC X VALUE "N".
           88  no-promise-file          VALUE "Y".
       77  no-plan-file-switch         PIC X VALUE "N".
           88  no-plan-file             VALUE "Y".
       77  no-payment-file-switch      PIC X VALUE "N".
           88  no-payment-file          VALUE "Y".
       77  no-collacct-file-switch     PIC X VALUE "N".
           88  no-collacct-file         VALUE "Y".
       77  no-area-file-switch         PIC X VALUE "N".
           88  no-area-file             VALUE "Y".
       77  no-collmast-file-switch     PIC X VALUE "N".
           88  no-collmast-file         VALUE "Y".

       77  scan-end-switch             PIC X.
           88  scan-ended              VALUE "Y".

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  due-julian                  PIC 9(7) COMP.
       77  days-old                    PIC S9(7) COMP.
       77  work-due-date               PIC 9(8).
       77  order-balance               PIC S9(9)V99 COMP.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.

      *  CALL "custbsum" interface -- the balance-summary keeper
      *  (see custbal.cpy).
       77  balance-mode                PIC X.
       77  summary-open-bal            PIC S9(9)V99 COMP.
       77  summary-ytd-count           PIC 9(5) COMP.
       77  summary-ytd-ord-val         PIC S9(9)V99 COMP.
       77  summary-ytd-pay-val         PIC S9(9)V99 COMP.

      *  What one account's signals add up to -- see Rank-Account.
       01  account-signals.
           03  as-over-limit           PIC X.
           03  as-broken-prm           PIC X.
           03  as-missed-plan          PIC X.
           03  as-dispute              PIC X.
           03  as-aged-90              PIC X.
           03  as-unapplied            PIC X.
       77  overdue-amount              PIC S9(9)V99 COMP.
       77  signal-amount               PIC S9(9)V99 COMP.
       77  unapplied-amount            PIC S9(9)V99 COMP.
       77  amount-at-risk              PIC S9(9)V99 COMP.
       77  days-overdue                PIC S9(7) COMP.
       77  last-call-date              PIC 9(8).
       77  account-collector           PIC X(3).
       77  signal-pointer              PIC 9(3) COMP.

       77  prev-collector              PIC X(3).
       77  first-return-switch         PIC X VALUE "Y".
           88  first-return            VALUE "Y".
       77  queue-rank                  PIC 9(5).
       77  queue-count                 PIC 9(5) COMP VALUE 0.
       77  queue-amount                PIC S9(9)V99 COMP VALUE 0.
       77  total-count                 PIC 9(5) COMP VALUE 0.
       77  parked-count                PIC 9(5) COMP VALUE 0.
       01  count-display               PIC ZZZZ9.
       01  parked-display              PIC ZZZZ9.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  page-title.
           03  FILLER                  PIC X(26)
               VALUE "COLLECTIONS CALL QUEUE -- ".
           03  pt-date                 PIC 9999/99/99.

       01  collector-heading.
           03  FILLER                  PIC X(11) VALUE "COLLECTOR: ".
           03  ch-collector            PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  ch-name                 PIC X(20).

       01  heading-line.
           03  FILLER                  PIC X(5) VALUE "RANK".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(5) VALUE "CODE".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(15) VALUE "NAME".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(13) VALUE "    AT RISK".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(5) VALUE " DAYS".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE "SIGNALS".

       01  detail-line.
           03  dl-rank                 PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-code                 PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-name                 PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-amount               PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-days                 PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-signals              PIC X(40).

       01  totals-line.
           03  FILLER                  PIC X(8) VALUE "QUEUED: ".
           03  tl-count                PIC ZZZZ9.
           03  FILLER                  PIC X(12) VALUE "  AT RISK: ".
           03  tl-amount               PIC ZZ,ZZZ,ZZ9.99-.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)

           PERFORM Open-Files

           MOVE today-yyyymmdd TO pt-date
           MOVE page-title TO report-line
           WRITE report-line

           SORT sort-work-file
               ON ASCENDING KEY sw-collector
               ON DESCENDING KEY sw-amount, sw-days
               INPUT PROCEDURE IS Build-Call-Queue
               OUTPUT PROCEDURE IS Write-Call-Queue

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE total-count  TO count-display
           MOVE parked-count TO parked-display
           STRING "ACCOUNTS QUEUED: " count-display
                  "   PARKED UNTIL A LATER NEXT-ACTION DATE: "
                  parked-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CALL "custrunc" USING "CUSTCOLQ", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           PERFORM Close-Files.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Open-Files opens the signal files read-only --  *
      *  any that does not exist yet just contributes    *
      *  no signal -- and empties callq.ism for the      *
      *  rebuild.                                        *
      *                                                  *
      ****************************************************

       Open-Files SECTION.

           OPEN INPUT customer-file
           OPEN INPUT order-file
           OPEN INPUT promise-file
           IF  prm-file-not-found
               SET no-promise-file TO TRUE
           END-IF
           OPEN INPUT payplan-file
           IF  plan-file-not-found
               SET no-plan-file TO TRUE
           END-IF
           OPEN INPUT payment-file
           IF  pay-file-not-found
               SET no-payment-file TO TRUE
           END-IF
           OPEN INPUT collacct-file
           IF  ca-file-not-found
               SET no-collacct-file TO TRUE
           END-IF
           OPEN INPUT areamast-file
           IF  area-file-not-found
               SET no-area-file TO TRUE
           END-IF
           OPEN INPUT collmast-file
           IF  coll-file-not-found
               SET no-collmast-file TO TRUE
           END-IF

      *  Yesterday's queue is replaced outright -- anything not
      *  worked comes back tonight if its signals still stand.
           OPEN OUTPUT callq-file
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Files SECTION.

           CLOSE customer-file
           CLOSE order-file
           IF  NOT no-promise-file
               CLOSE promise-file
           END-IF
           IF  NOT no-plan-file
               CLOSE payplan-file
           END-IF
           IF  NOT no-payment-file
               CLOSE payment-file
           END-IF
           IF  NOT no-collacct-file
               CLOSE collacct-file
           END-IF
           IF  NOT no-area-file
               CLOSE areamast-file
           END-IF
           IF  NOT no-collmast-file
               CLOSE collmast-file
           END-IF
           CLOSE callq-file
           CLOSE report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Build-Call-Queue scans cust.ism and RELEASEs a  *
      *  sort-record for every account with at least     *
      *  one signal that is due for a call today.        *
      *                                                  *
      ****************************************************

       Build-Call-Queue SECTION.

           PERFORM UNTIL cust-file-eof
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Evaluate-Account
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Evaluate-Account skips an account parked by     *
      *  its collacct next-action date, gathers its      *
      *  signals and, if any fired, ranks and releases   *
      *  it.                                             *
      *                                                  *
      ****************************************************

       Evaluate-Account SECTION.

      *  The agency works a placed account -- it is not ours to call.
           IF  account-with-agency
               EXIT SECTION
           END-IF

           MOVE 0 TO last-call-date
           IF  NOT no-collacct-file
               MOVE file-c-code TO ca-c-code
               READ collacct-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  ca-next-action-date > today-yyyymmdd
                           ADD 1 TO parked-count
                           EXIT SECTION
                       END-IF
                       MOVE ca-last-call-date TO last-call-date
               END-READ
           END-IF

           MOVE "NNNNNN" TO account-signals
           MOVE 0 TO overdue-amount signal-amount days-overdue

           PERFORM Check-Credit-Limit
           PERFORM Check-Orders
           PERFORM Check-Promises
           PERFORM Check-Payment-Plan
           PERFORM Check-Unapplied-Cash

           IF  account-signals = "NNNNNN"
               EXIT SECTION
           END-IF

           PERFORM Rank-Account
           PERFORM Find-Collector

           MOVE account-collector TO sw-collector
           MOVE amount-at-risk    TO sw-amount
           MOVE days-overdue      TO sw-days
           MOVE file-c-code       TO sw-c-code
           MOVE file-c-name       TO sw-c-name
           MOVE account-signals   TO sw-signals
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Credit-Limit -- the CUSTEXCP test, on     *
      *  the custbal summary balance against file-c-     *
      *  limit.                                          *
      *                                                  *
      ****************************************************

       Check-Credit-Limit SECTION.

           IF  file-c-limit = 0
               EXIT SECTION
           END-IF

           MOVE "G" TO balance-mode
           CALL "custbsum" USING file-c-code, balance-mode,
                                  summary-open-bal,
                                  summary-ytd-count,
                                  summary-ytd-ord-val,
                                  summary-ytd-pay-val
           END-CALL

           IF  summary-open-bal > file-c-limit
               MOVE "Y" TO as-over-limit
               IF  summary-open-bal - file-c-limit > signal-amount
                   COMPUTE signal-amount =
                       summary-open-bal - file-c-limit
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Orders reads the account's open orders:   *
      *  a disputed one is the CUSTDSPA signal, one 60   *
      *  or more days past due the CUSTAGE "90+ DAYS"    *
      *  one, and every overdue balance adds to the      *
      *  amount at risk.                                 *
      *                                                  *
      ****************************************************

       Check-Orders SECTION.

           MOVE "N" TO scan-end-switch
           MOVE file-c-code TO ord-c-code
           MOVE 0           TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM UNTIL scan-ended
               READ order-file NEXT RECORD
                   AT END
                       SET scan-ended TO TRUE
                   NOT AT END
                       IF  ord-c-code NOT = file-c-code
                           SET scan-ended TO TRUE
                       ELSE
                           PERFORM Check-One-Order
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-One-Order SECTION.

           IF  order-voided OR order-settled
               EXIT SECTION
           END-IF

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           COMPUTE order-balance =
               (ord-val - ord-pay-val) * cur-exchange-rate
           IF  order-balance NOT > 0
               EXIT SECTION
           END-IF

      *  An open dispute is chased whatever its age -- the point of
      *  the call is to get it resolved.
           IF  order-disputed
               MOVE "Y" TO as-dispute
               ADD order-balance TO overdue-amount
               IF  ord-disp-date NUMERIC AND ord-disp-date > 0
                   COMPUTE days-old = today-julian -
                       FUNCTION INTEGER-OF-DATE(ord-disp-date)
                   IF  days-old > days-overdue
                       MOVE days-old TO days-overdue
                   END-IF
               END-IF
               EXIT SECTION
           END-IF

           IF  ord-due-date NUMERIC AND ord-due-date > 0
               COMPUTE due-julian =
                   FUNCTION INTEGER-OF-DATE(ord-due-date)
           ELSE
               CALL "custdue" USING file-c-terms, ord-date,
                                     work-due-date
               END-CALL
               COMPUTE due-julian =
                   FUNCTION INTEGER-OF-DATE(work-due-date)
           END-IF
           COMPUTE days-old = today-julian - due-julian

           IF  days-old > 0
               ADD order-balance TO overdue-amount
               IF  days-old > days-overdue
                   MOVE days-old TO days-overdue
               END-IF
               IF  days-old >= 60
                   MOVE "Y" TO as-aged-90
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Promises -- a promise CUSTPRMB has        *
      *  marked broken counts until the collector has    *
      *  called the account since the date it fell due.  *
      *                                                  *
      ****************************************************

       Check-Promises SECTION.

           IF  no-promise-file
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-end-switch
           MOVE file-c-code TO prm-c-code
           MOVE 0           TO prm-no
           START promise-file KEY IS NOT LESS THAN prm-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM UNTIL scan-ended
               READ promise-file NEXT RECORD
                   AT END
                       SET scan-ended TO TRUE
                   NOT AT END
                       IF  prm-c-code NOT = file-c-code
                           SET scan-ended TO TRUE
                       ELSE
                           IF  promise-broken
                               AND prm-promise-date > last-call-date
                               MOVE "Y" TO as-broken-prm
                               IF  prm-amount > signal-amount
                                   MOVE prm-amount TO signal-amount
                               END-IF
                               COMPUTE days-old = today-julian -
                                   FUNCTION INTEGER-OF-DATE
                                       (prm-promise-date)
                               IF  days-old > days-overdue
                                   MOVE days-old TO days-overdue
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Payment-Plan -- an installment CUSTPLNR   *
      *  has marked missed and that is still short.      *
      *                                                  *
      ****************************************************

       Check-Payment-Plan SECTION.

           IF  no-plan-file
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-end-switch
           MOVE file-c-code TO pp-c-code
           MOVE 0           TO pp-seq
           START payplan-file KEY IS NOT LESS THAN pp-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM UNTIL scan-ended
               READ payplan-file NEXT RECORD
                   AT END
                       SET scan-ended TO TRUE
                   NOT AT END
                       IF  pp-c-code NOT = file-c-code
                           SET scan-ended TO TRUE
                       ELSE
                           IF  installment-missed
                               AND pp-paid-amount < pp-amount
                               MOVE "Y" TO as-missed-plan
                               IF  pp-amount - pp-paid-amount
                                       > signal-amount
                                   COMPUTE signal-amount =
                                       pp-amount - pp-paid-amount
                               END-IF
                               COMPUTE days-old = today-julian -
                                   FUNCTION INTEGER-OF-DATE
                                       (pp-due-date)
                               IF  days-old > days-overdue
                                   MOVE days-old TO days-overdue
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Unapplied-Cash -- the account's           *
      *  unreversed on-account payments (pay-ord-no      *
      *  zero), the cash CUSTUNAP ages: the call finds   *
      *  out what it is meant to pay.                    *
      *                                                  *
      ****************************************************

       Check-Unapplied-Cash SECTION.

           IF  no-payment-file
               EXIT SECTION
           END-IF

           MOVE 0 TO unapplied-amount
           MOVE "N" TO scan-end-switch
           MOVE 0 TO pay-ord-no
           MOVE 0 TO pay-no
           START payment-file KEY IS NOT LESS THAN pay-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM UNTIL scan-ended
               READ payment-file NEXT RECORD
                   AT END
                       SET scan-ended TO TRUE
                   NOT AT END
                       IF  pay-ord-no NOT = 0
                           SET scan-ended TO TRUE
                       ELSE
                           IF  pay-c-code = file-c-code
                               AND NOT payment-reversed
                               ADD pay-amount TO unapplied-amount
                               COMPUTE days-old = today-julian -
                                   FUNCTION INTEGER-OF-DATE
                                       (pay-date)
                               IF  days-old > days-overdue
                                   MOVE days-old TO days-overdue
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF  unapplied-amount > 0
               MOVE "Y" TO as-unapplied
               IF  unapplied-amount > signal-amount
                   MOVE unapplied-amount TO signal-amount
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Rank-Account -- the amount at risk is the       *
      *  overdue and disputed balance, or the largest    *
      *  single signal amount (limit excess, broken      *
      *  promise, installment short, unapplied cash) if  *
      *  that is bigger.  days-overdue is already the    *
      *  oldest of the signals.                          *
      *                                                  *
      ****************************************************

       Rank-Account SECTION.

           MOVE overdue-amount TO amount-at-risk
           IF  signal-amount > amount-at-risk
               MOVE signal-amount TO amount-at-risk
           END-IF
           IF  days-overdue < 0
               MOVE 0 TO days-overdue
           END-IF
           IF  days-overdue > 99999
               MOVE 99999 TO days-overdue
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Collector -- the account's own override,   *
      *  else its area's collector, else unassigned.     *
      *                                                  *
      ****************************************************

       Find-Collector SECTION.

           MOVE file-c-collector TO account-collector
           IF  account-collector NOT = SPACES
               EXIT SECTION
           END-IF
           IF  no-area-file
               EXIT SECTION
           END-IF

           MOVE file-c-area TO area-code
           READ areamast-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE area-collector TO account-collector
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Call-Queue returns the ranked accounts,   *
      *  numbers them 1 up within each collector,        *
      *  writes callq.ism and prints each collector's    *
      *  queue.                                          *
      *                                                  *
      ****************************************************

       Write-Call-Queue SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  first-return
                               OR sw-collector NOT = prev-collector
                           IF  NOT first-return
                               PERFORM Print-Queue-Total
                           END-IF
                           PERFORM Start-Collector-Queue
                       END-IF
                       PERFORM Write-One-Entry
               END-RETURN
           END-PERFORM

           IF  NOT first-return
               PERFORM Print-Queue-Total
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-Collector-Queue SECTION.

           MOVE "N" TO first-return-switch
           MOVE sw-collector TO prev-collector
           MOVE 0 TO queue-rank queue-count queue-amount

           MOVE SPACES TO ch-name
           IF  sw-collector = SPACES
               MOVE "UNASSIGNED" TO ch-collector
           ELSE
               MOVE sw-collector TO ch-collector
               IF  NOT no-collmast-file
                   MOVE sw-collector TO coll-code
                   READ collmast-file
                       INVALID KEY
                           MOVE "NOT ON COLLMAST" TO ch-name
                       NOT INVALID KEY
                           MOVE coll-name TO ch-name
                   END-READ
               END-IF
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE collector-heading TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Write-One-Entry SECTION.

           ADD 1 TO queue-rank
           MOVE SPACES         TO callq-record
           MOVE sw-collector   TO cq-collector
           MOVE queue-rank     TO cq-rank
           MOVE sw-c-code      TO cq-c-code
           MOVE sw-c-name      TO cq-c-name
           MOVE today-yyyymmdd TO cq-queue-date
           MOVE sw-amount      TO cq-amount-at-risk
           MOVE sw-days        TO cq-days-overdue
           MOVE sw-signals     TO cq-signals
           WRITE callq-record
               INVALID KEY
                   MOVE 8 TO run-rc-code
           END-WRITE
           ADD 1 TO run-writes-count
           ADD 1 TO queue-count total-count
           ADD sw-amount TO queue-amount

           MOVE SPACES TO detail-line
           MOVE queue-rank TO dl-rank
           MOVE sw-c-code  TO dl-code
           MOVE sw-c-name  TO dl-name
           MOVE sw-amount  TO dl-amount
           MOVE sw-days    TO dl-days
           PERFORM Describe-Signals
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Describe-Signals spells out which signals put   *
      *  the account on the queue.                       *
      *                                                  *
      ****************************************************

       Describe-Signals SECTION.

           MOVE sw-signals TO cq-signals
           MOVE SPACES TO dl-signals
           MOVE 1 TO signal-pointer
           IF  cq-sig-over-limit = "Y"
               STRING "LIMIT " DELIMITED BY SIZE
                   INTO dl-signals WITH POINTER signal-pointer
           END-IF
           IF  cq-sig-broken-prm = "Y"
               STRING "PROMISE " DELIMITED BY SIZE
                   INTO dl-signals WITH POINTER signal-pointer
           END-IF
           IF  cq-sig-missed-plan = "Y"
               STRING "PLAN " DELIMITED BY SIZE
                   INTO dl-signals WITH POINTER signal-pointer
           END-IF
           IF  cq-sig-dispute = "Y"
               STRING "DISPUTE " DELIMITED BY SIZE
                   INTO dl-signals WITH POINTER signal-pointer
           END-IF
           IF  cq-sig-aged-90 = "Y"
               STRING "90+ " DELIMITED BY SIZE
                   INTO dl-signals WITH POINTER signal-pointer
           END-IF
           IF  cq-sig-unapplied = "Y"
               STRING "UNAPPLIED" DELIMITED BY SIZE
                   INTO dl-signals WITH POINTER signal-pointer
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Queue-Total SECTION.

           MOVE queue-count  TO tl-count
           MOVE queue-amount TO tl-amount
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.
