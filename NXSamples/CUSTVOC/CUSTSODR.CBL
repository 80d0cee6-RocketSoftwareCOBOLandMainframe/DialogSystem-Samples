      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly segregation-of-duties review.  Every role check in   *
      * the suite asks only whether an operator may do the one thing *
      * in front of them; this step looks at what operators have     *
      * actually done and flags one person completing a risky chain  *
      * of ordinary transactions against one customer -- adding the  *
      * account, changing its address, then crediting or refunding   *
      * it inside a week.  Activity is gathered from the audit trail *
      * (custaudx.ism), the credit memos and write-offs on           *
      * custadj.ism, the refunds on refund.ism and the makers and    *
      * checkers on the pendtx.ism maker-checker queue.  The         *
      * conflict pairs come off the sodrules.dat deck, or the house  *
      * rules below when there is no deck.  A conflict is listed on  *
      * the night its second half lands, so each is reported once;   *
      * the date of the last review lives on the control file under  *
      * "SODRDATE".  The report then lists every custsec.ism role    *
      * assignment that breaks a rule outright -- an operator whose  *
      * one role lets them do both halves -- and ends with the       *
      * controller's sign-off block.                                 *
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
       PROGRAM-ID. custsodr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rules-file ASSIGN "sodrules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rules-status.

           SELECT audit-file ASSIGN "custaudx.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS aud-key
           ALTERNATE RECORD KEY IS aud-date WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS audit-status.

           SELECT adjust-file ASSIGN "custadj.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS adj-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS adj-status.

           SELECT refund-file ASSIGN "refund.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rfd-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS rfd-status.

           SELECT pendtx-file ASSIGN "pendtx.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ptx-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ptx-status-code.

           SELECT security-file ASSIGN "custsec.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sec-operator
           ACCESS IS SEQUENTIAL
           FILE STATUS IS sec-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT sod-sort-file ASSIGN "custsodr.srt".

           SELECT report-file ASSIGN "custsodr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  One conflict pair per deck line: the activity done first,
      *  the activity that completes the conflict, how many days
      *  apart they may be, the roles allowed to do each half, and
      *  the wording for the report.  The activity codes are the
      *  ones Classify-Audit-Entry and the file readers hand out.
       FD  rules-file.
       01  rules-record.
           03  sr-first                PIC X(8).
           03  FILLER                  PIC X.
           03  sr-second               PIC X(8).
           03  FILLER                  PIC X.
           03  sr-window-days          PIC 9(3).
           03  FILLER                  PIC X.
           03  sr-first-roles          PIC X(5).
           03  FILLER                  PIC X.
           03  sr-second-roles         PIC X(5).
           03  FILLER                  PIC X.
           03  sr-text                 PIC X(30).

       FD  audit-file.
           COPY "custaud.cpy".

       FD  adjust-file.
           COPY "custadjr.cpy".

       FD  refund-file.
           COPY "refundrc.cpy".

       FD  pendtx-file.
           COPY "pendtxrc.cpy".

       FD  security-file.
           COPY "custsec.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

      *  One record per thing an operator did to a customer inside
      *  the look-back, sorted so each customer's activity by each
      *  operator comes back together and in date order.
       SD  sod-sort-file.
       01  sod-sort-record.
           03  ss-c-code               PIC X(5).
           03  ss-operator             PIC X(8).
           03  ss-date                 PIC 9(8).
           03  ss-time                 PIC 9(6).
           03  ss-activity             PIC X(8).
           03  ss-source               PIC X(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  rules-status                PIC XX.
           88  rules-file-ok           VALUE "00".
           88  rules-file-eof          VALUE "10".
           88  rules-file-not-found    VALUE "35".

       01  audit-status                PIC XX.
           88  audit-file-ok           VALUE "00".
           88  audit-file-eof          VALUE "10".
           88  audit-file-not-found    VALUE "35".

       01  adj-status                  PIC XX.
           88  adj-file-ok             VALUE "00".
           88  adj-file-eof            VALUE "10".
           88  adj-file-not-found      VALUE "35".

       01  rfd-status                  PIC XX.
           88  rfd-file-ok             VALUE "00".
           88  rfd-file-eof            VALUE "10".
           88  rfd-file-not-found      VALUE "35".

       01  ptx-status-code             PIC XX.
           88  ptx-file-ok             VALUE "00".
           88  ptx-file-eof            VALUE "10".
           88  ptx-file-not-found      VALUE "35".

       01  sec-status                  PIC XX.
           88  sec-file-ok             VALUE "00".
           88  sec-file-eof            VALUE "10".
           88  sec-file-not-found      VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       78  control-id-sodrdate             VALUE "SODRDATE".
      *  On the very first run the review looks back this far for
      *  conflicts completed, as though it had last run a week ago.
       78  first-run-days                  VALUE 7.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
      *  review-start-date is the last review's date: a conflict is
      *  new tonight when its second half is dated after it.  The
      *  first half may be up to the longest rule window earlier
      *  still, so activity is gathered from lookback-start-date.
       77  review-start-date           PIC 9(8).
       77  review-start-julian         PIC 9(7) COMP.
       77  lookback-start-date         PIC 9(8).
       77  lookback-start-julian       PIC 9(7) COMP.
       77  longest-window              PIC 9(3) COMP.

      *  The house rules, used when there is no sodrules.dat deck.
      *  Laid out exactly as a deck line is, so a site that wants
      *  to change them starts by copying these into the deck.
       01  house-rule-list.
           03  FILLER                  PIC X(21) VALUE
               "CUSTADD  REFUND   007".
           03  FILLER                  PIC X(43) VALUE
               " CMS   MS    NEW ACCOUNT THEN REFUND".
           03  FILLER                  PIC X(21) VALUE
               "CUSTADD  CREDMEMO 007".
           03  FILLER                  PIC X(43) VALUE
               " CMS   CMS   NEW ACCOUNT THEN CREDIT MEMO".
           03  FILLER                  PIC X(21) VALUE
               "ADDRCHG  REFUND   007".
           03  FILLER                  PIC X(43) VALUE
               " CMS   MS    ADDRESS CHANGE THEN REFUND".
           03  FILLER                  PIC X(21) VALUE
               "ADDRCHG  CREDMEMO 007".
           03  FILLER                  PIC X(43) VALUE
               " CMS   CMS   ADDRESS CHANGE THEN CREDIT".
           03  FILLER                  PIC X(21) VALUE
               "ADDRCHG  WRITEOFF 030".
           03  FILLER                  PIC X(43) VALUE
               " CMS   S     ADDRESS CHANGE THEN WRITE-OFF".
           03  FILLER                  PIC X(21) VALUE
               "CUSTADD  CUSTAPPR 030".
           03  FILLER                  PIC X(43) VALUE
               " CMS   MS    APPROVED OWN NEW ACCOUNT".
           03  FILLER                  PIC X(21) VALUE
               "PAYMENT  PAYREV   007".
           03  FILLER                  PIC X(43) VALUE
               " CMS   MS    REVERSED OWN PAYMENT".
           03  FILLER                  PIC X(21) VALUE
               "CREDMEMO RELEASE  030".
           03  FILLER                  PIC X(43) VALUE
               " CMS   S     RELEASED OWN CREDIT".
       01  FILLER REDEFINES house-rule-list.
           03  house-rule OCCURS 8     PIC X(64).
       78  house-rule-count                VALUE 8.
       77  house-ind                   PIC 9(4) COMP.

      *  The rules in force for the run, from the deck or the house
      *  list.
       78  max-rules                       VALUE 30.
       01  rule-table.
           03  rule-entry OCCURS 30.
               05  ru-first            PIC X(8).
               05  ru-second           PIC X(8).
               05  ru-window-days      PIC 9(3) COMP.
               05  ru-first-roles      PIC X(5).
               05  ru-second-roles     PIC X(5).
               05  ru-text             PIC X(30).
       77  rule-count                  PIC 9(4) COMP VALUE 0.
       77  rule-ind                    PIC 9(4) COMP.
       77  rules-rejected              PIC 9(4) COMP VALUE 0.
       77  rules-source                PIC X(20).

      *  One customer's activity by one operator, gathered off the
      *  sort before the rules are tried against it.
       78  max-group-acts                  VALUE 300.
       01  group-table.
           03  group-act OCCURS 300.
               05  ga-activity         PIC X(8).
               05  ga-date             PIC 9(8).
               05  ga-julian           PIC 9(7) COMP.
       77  group-count                 PIC 9(4) COMP VALUE 0.
       77  group-overflow              PIC 9(7) COMP VALUE 0.
       77  first-ind                   PIC 9(4) COMP.
       77  second-ind                  PIC 9(4) COMP.
       77  first-hit-ind               PIC 9(4) COMP.
       77  second-hit-ind              PIC 9(4) COMP.
       77  days-apart                  PIC S9(7) COMP.
       77  pair-found-switch           PIC X.
           88  pair-found              VALUE "Y".
       77  current-c-code              PIC X(5) VALUE SPACES.
       77  current-operator            PIC X(8) VALUE SPACES.

      *  Working values while classifying one audit entry.
       77  activity-code               PIC X(8).
       77  role-tally-first            PIC 9(4) COMP.
       77  role-tally-second           PIC 9(4) COMP.

       77  activities-gathered         PIC 9(7) COMP VALUE 0.
       77  conflicts-found             PIC 9(7) COMP VALUE 0.
       77  roles-breaking              PIC 9(7) COMP VALUE 0.

       01  page-title                  PIC X(40) VALUE
               "SEGREGATION-OF-DUTIES REVIEW".

       01  window-line.
           03  FILLER                  PIC X(29) VALUE
               "CONFLICTS COMPLETED AFTER ".
           03  wl-start                PIC 9(8).
           03  FILLER                  PIC X(13) VALUE
               " UP TO AND ON".
           03  FILLER                  PIC X VALUE SPACE.
           03  wl-today                PIC 9(8).
           03  FILLER                  PIC X(10) VALUE
               "   RULES: ".
           03  wl-rules-source         PIC X(20).

       01  conflict-heading.
           03  FILLER                  PIC X(40) VALUE
               "CUST   NAME             OPERATOR  RULE  ".
           03  FILLER                  PIC X(40) VALUE
               "FIRST             THEN             DAYS ".
           03  FILLER                  PIC X(9) VALUE
               " CONFLICT".

       01  conflict-line.
           03  cl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-name                 PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-operator             PIC X(8).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  cl-rule-no              PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-first                PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  cl-first-date           PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  cl-second               PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  cl-second-date          PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  cl-days                 PIC ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-text                 PIC X(30).

       01  role-heading.
           03  FILLER                  PIC X(40) VALUE
               "OPERATOR ROLE RULE    FIRST    THEN     ".
           03  FILLER                  PIC X(8) VALUE
               "CONFLICT".

       01  role-line.
           03  rl-operator             PIC X(8).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  rl-role                 PIC X.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  rl-rule-no              PIC Z9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  rl-first                PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-second               PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-text                 PIC X(30).

       01  totals-line.
           03  tl-label                PIC X(40).
           03  tl-count                PIC ZZZ,ZZ9.

       01  sign-off-line-1.
           03  FILLER                  PIC X(28) VALUE
               "REVIEWED BY THE CONTROLLER: ".
           03  FILLER                  PIC X(32) VALUE
               "______________________    DATE: ".
           03  FILLER                  PIC X(10) VALUE ALL "_".
       01  sign-off-line-2.
           03  FILLER                  PIC X(17) VALUE
               "FOLLOW-UP NOTED: ".
           03  FILLER                  PIC X(53) VALUE ALL "_".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Rules

           MOVE review-start-date TO wl-start
           MOVE today-yyyymmdd    TO wl-today
           MOVE rules-source      TO wl-rules-source
           MOVE window-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE conflict-heading TO report-line
           WRITE report-line

           SORT sod-sort-file
               ON ASCENDING KEY ss-c-code, ss-operator, ss-date,
                                ss-time
               INPUT PROCEDURE IS Gather-Activity
               OUTPUT PROCEDURE IS Review-Activity

           PERFORM Review-Role-Assignments
           PERFORM Print-Run-Totals
           PERFORM Store-Review-Date

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)

           OPEN INPUT customer-file
           OPEN I-O control-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  The last review date -- no record means the step has
      *  never run, which looks first-run-days back.
           MOVE 0 TO review-start-date
           MOVE control-id-sodrdate TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO review-start-date
           END-READ

           IF  review-start-date > 0
               COMPUTE review-start-julian =
                   FUNCTION INTEGER-OF-DATE(review-start-date)
           ELSE
               COMPUTE review-start-julian =
                   today-julian - first-run-days
               COMPUTE review-start-date =
                   FUNCTION DATE-OF-INTEGER(review-start-julian)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Rules reads the sodrules.dat deck, or takes    *
      *  the house rules when there is none, and works out     *
      *  how far back activity must be gathered.  A deck line   *
      *  with no valid window or activity codes is rejected      *
      *  and counted.                                            *
      *                                                  *
      ****************************************************

       Load-Rules SECTION.

           OPEN INPUT rules-file
           IF  rules-file-not-found
               MOVE "HOUSE RULES" TO rules-source
               PERFORM VARYING house-ind FROM 1 BY 1
                       UNTIL house-ind > house-rule-count
                   MOVE house-rule(house-ind) TO rules-record
                   PERFORM Add-Rule
               END-PERFORM
           ELSE
               MOVE "SODRULES.DAT DECK" TO rules-source
               PERFORM UNTIL rules-file-eof
                   READ rules-file
                       AT END
                           SET rules-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO run-reads-count
                           PERFORM Add-Rule
                   END-READ
               END-PERFORM
               CLOSE rules-file
           END-IF

           MOVE 0 TO longest-window
           PERFORM VARYING rule-ind FROM 1 BY 1
                   UNTIL rule-ind > rule-count
               IF  ru-window-days(rule-ind) > longest-window
                   MOVE ru-window-days(rule-ind) TO longest-window
               END-IF
           END-PERFORM
           COMPUTE lookback-start-julian =
               review-start-julian - longest-window
           COMPUTE lookback-start-date =
               FUNCTION DATE-OF-INTEGER(lookback-start-julian).
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Rule SECTION.

           IF  sr-window-days NOT NUMERIC
                   OR sr-first = SPACES OR sr-second = SPACES
               ADD 1 TO rules-rejected
               EXIT SECTION
           END-IF
           IF  rule-count NOT < max-rules
               ADD 1 TO rules-rejected
               EXIT SECTION
           END-IF

           ADD 1 TO rule-count
           MOVE sr-first        TO ru-first(rule-count)
           MOVE sr-second       TO ru-second(rule-count)
           MOVE sr-window-days  TO ru-window-days(rule-count)
           MOVE sr-first-roles  TO ru-first-roles(rule-count)
           MOVE sr-second-roles TO ru-second-roles(rule-count)
           MOVE sr-text         TO ru-text(rule-count).
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Activity RELEASEs every operator activity    *
      *  dated from lookback-start-date to today, from each      *
      *  source in turn.  A source file not yet on file simply   *
      *  contributes nothing.                                     *
      *                                                  *
      ****************************************************

       Gather-Activity SECTION.

           PERFORM Gather-Audit-Activity
           PERFORM Gather-Adjustment-Activity
           PERFORM Gather-Refund-Activity
           PERFORM Gather-Pending-Activity.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Gather-Audit-Activity SECTION.

           OPEN INPUT audit-file
           IF  audit-file-not-found
               EXIT SECTION
           END-IF

           MOVE lookback-start-date TO aud-date
           START audit-file KEY IS NOT LESS THAN aud-date
               INVALID KEY
                   SET audit-file-eof TO TRUE
           END-START

           PERFORM UNTIL audit-file-eof
               READ audit-file NEXT RECORD
                   AT END
                       SET audit-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  aud-date > today-yyyymmdd
                           SET audit-file-eof TO TRUE
                       ELSE
                           PERFORM Classify-Audit-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE audit-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Classify-Audit-Entry turns the audit actions that    *
      *  matter here into activity codes.  Everything else     *
      *  -- order keying, inquiries, sign-on failures -- is     *
      *  not a duty the rules separate.                          *
      *                                                  *
      ****************************************************

       Classify-Audit-Entry SECTION.

           MOVE SPACES TO activity-code
           EVALUATE aud-action
               WHEN "ADD"
               WHEN "PEND-ADD"
                   MOVE "CUSTADD" TO activity-code
               WHEN "ONBOARD-OK"
                   MOVE "CUSTAPPR" TO activity-code
               WHEN "CHANGE"
                   MOVE "CUSTCHG" TO activity-code
               WHEN "ADDR-CHANGE"
               WHEN "SHIPTO-ADD"
                   MOVE "ADDRCHG" TO activity-code
               WHEN "PAYMENT"
               WHEN "CASH-APPLY"
               WHEN "CASH-ONACC"
                   MOVE "PAYMENT" TO activity-code
               WHEN "PAY-REVERSE"
                   MOVE "PAYREV" TO activity-code
               WHEN "ORDER-ADJUST"
                   MOVE "CREDMEMO" TO activity-code
               WHEN "WRITE-OFF"
                   MOVE "WRITEOFF" TO activity-code
               WHEN "REFUND"
                   MOVE "REFUND" TO activity-code
               WHEN "MCHK-RELEASE"
                   MOVE "RELEASE" TO activity-code
           END-EVALUATE
           IF  activity-code = SPACES
                   OR aud-operator = SPACES
                   OR aud-c-code = SPACES
               EXIT SECTION
           END-IF

           MOVE SPACES TO sod-sort-record
           MOVE aud-c-code    TO ss-c-code
           MOVE aud-operator  TO ss-operator
           MOVE aud-date      TO ss-date
           MOVE aud-time      TO ss-time
           MOVE activity-code TO ss-activity
           MOVE "AUDIT"       TO ss-source
           PERFORM Release-Activity.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Adjustment-Activity takes the credit memos    *
      *  and write-offs posted on custadj.ism under the         *
      *  operator who posted them.  Finance charges and          *
      *  rebates are posted by the batch, not an operator.        *
      *                                                  *
      ****************************************************

       Gather-Adjustment-Activity SECTION.

           OPEN INPUT adjust-file
           IF  adj-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL adj-file-eof
               READ adjust-file NEXT RECORD
                   AT END
                       SET adj-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  adj-date NOT < lookback-start-date
                               AND adj-date NOT > today-yyyymmdd
                               AND adj-operator NOT = SPACES
                               AND (adj-credit-memo OR adj-write-off)
                           MOVE SPACES TO sod-sort-record
                           MOVE adj-c-code   TO ss-c-code
                           MOVE adj-operator TO ss-operator
                           MOVE adj-date     TO ss-date
                           MOVE 0            TO ss-time
                           IF  adj-credit-memo
                               MOVE "CREDMEMO" TO ss-activity
                           ELSE
                               MOVE "WRITEOFF" TO ss-activity
                           END-IF
                           MOVE "CUSTADJ"    TO ss-source
                           PERFORM Release-Activity
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

       Gather-Refund-Activity SECTION.

           OPEN INPUT refund-file
           IF  rfd-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL rfd-file-eof
               READ refund-file NEXT RECORD
                   AT END
                       SET rfd-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  rfd-date NOT < lookback-start-date
                               AND rfd-date NOT > today-yyyymmdd
                               AND rfd-operator NOT = SPACES
                           MOVE SPACES TO sod-sort-record
                           MOVE rfd-c-code   TO ss-c-code
                           MOVE rfd-operator TO ss-operator
                           MOVE rfd-date     TO ss-date
                           MOVE 0            TO ss-time
                           MOVE "REFUND"     TO ss-activity
                           MOVE "REFUND"     TO ss-source
                           PERFORM Release-Activity
                       END-IF
               END-READ
           END-PERFORM
           CLOSE refund-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Pending-Activity credits the maker of every    *
      *  queued credit memo, write-off or refund with it --      *
      *  released, rejected or still waiting, the attempt is     *
      *  what counts -- and the checker of every released one     *
      *  with a RELEASE.                                           *
      *                                                  *
      ****************************************************

       Gather-Pending-Activity SECTION.

           OPEN INPUT pendtx-file
           IF  ptx-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL ptx-file-eof
               READ pendtx-file NEXT RECORD
                   AT END
                       SET ptx-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Classify-Pending-Entry
               END-READ
           END-PERFORM
           CLOSE pendtx-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Classify-Pending-Entry SECTION.

           IF  ptx-date NOT < lookback-start-date
                   AND ptx-date NOT > today-yyyymmdd
                   AND ptx-maker NOT = SPACES
               MOVE SPACES TO sod-sort-record
               MOVE ptx-c-code TO ss-c-code
               MOVE ptx-maker  TO ss-operator
               MOVE ptx-date   TO ss-date
               MOVE 0          TO ss-time
               EVALUATE TRUE
                   WHEN pending-credit-memo
                       MOVE "CREDMEMO" TO ss-activity
                   WHEN pending-write-off
                       MOVE "WRITEOFF" TO ss-activity
                   WHEN pending-refund
                       MOVE "REFUND" TO ss-activity
               END-EVALUATE
               MOVE "PENDTX"   TO ss-source
               IF  ss-activity NOT = SPACES
                   PERFORM Release-Activity
               END-IF
           END-IF

           IF  pendtx-released
                   AND ptx-checker NOT = SPACES
                   AND ptx-verdict-date NOT < lookback-start-date
                   AND ptx-verdict-date NOT > today-yyyymmdd
               MOVE SPACES TO sod-sort-record
               MOVE ptx-c-code       TO ss-c-code
               MOVE ptx-checker      TO ss-operator
               MOVE ptx-verdict-date TO ss-date
               MOVE 0                TO ss-time
               MOVE "RELEASE"        TO ss-activity
               MOVE "PENDTX"         TO ss-source
               PERFORM Release-Activity
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Activity SECTION.

           RELEASE sod-sort-record
           ADD 1 TO activities-gathered.
           EXIT.

      ****************************************************
      *                                                  *
      *  Review-Activity returns the activity a customer     *
      *  and operator at a time and tries every rule against   *
      *  each group as it closes.                               *
      *                                                  *
      ****************************************************

       Review-Activity SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN sod-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                       IF  group-count > 0
                           PERFORM Check-Group-Rules
                       END-IF
                   NOT AT END
                       IF  ss-c-code NOT = current-c-code
                               OR ss-operator NOT = current-operator
                           IF  group-count > 0
                               PERFORM Check-Group-Rules
                           END-IF
                           MOVE ss-c-code   TO current-c-code
                           MOVE ss-operator TO current-operator
                           MOVE 0 TO group-count
                       END-IF
                       PERFORM Add-Group-Activity
               END-RETURN
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Group-Activity SECTION.

           IF  group-count NOT < max-group-acts
               ADD 1 TO group-overflow
               EXIT SECTION
           END-IF

           ADD 1 TO group-count
           MOVE ss-activity TO ga-activity(group-count)
           MOVE ss-date     TO ga-date(group-count)
           COMPUTE ga-julian(group-count) =
               FUNCTION INTEGER-OF-DATE(ss-date).
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Group-Rules looks, rule by rule, for a first  *
      *  half followed on or after its date, inside the rule's  *
      *  window, by a second half dated after the last review.  *
      *  The first such pair is listed for each rule broken.     *
      *                                                  *
      ****************************************************

       Check-Group-Rules SECTION.

           PERFORM VARYING rule-ind FROM 1 BY 1
                   UNTIL rule-ind > rule-count
               MOVE "N" TO pair-found-switch
               PERFORM VARYING second-ind FROM 1 BY 1
                       UNTIL second-ind > group-count OR pair-found
                   IF  ga-activity(second-ind) = ru-second(rule-ind)
                           AND ga-date(second-ind) > review-start-date
                       PERFORM Find-First-Half
                   END-IF
               END-PERFORM
               IF  pair-found
                   PERFORM Print-Conflict-Line
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Find-First-Half SECTION.

           PERFORM VARYING first-ind FROM 1 BY 1
                   UNTIL first-ind > group-count OR pair-found
               IF  first-ind NOT = second-ind
                       AND ga-activity(first-ind) = ru-first(rule-ind)
                   COMPUTE days-apart =
                       ga-julian(second-ind) - ga-julian(first-ind)
                   IF  days-apart NOT < 0
                           AND days-apart NOT >
                               ru-window-days(rule-ind)
                       SET pair-found TO TRUE
                       MOVE first-ind  TO first-hit-ind
                       MOVE second-ind TO second-hit-ind
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Conflict-Line SECTION.

           MOVE current-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO cl-name
               NOT INVALID KEY
                   MOVE file-c-name TO cl-name
           END-READ

           MOVE current-c-code             TO cl-c-code
           MOVE current-operator           TO cl-operator
           MOVE rule-ind                   TO cl-rule-no
           MOVE ga-activity(first-hit-ind) TO cl-first
           MOVE ga-date(first-hit-ind)     TO cl-first-date
           MOVE ga-activity(second-hit-ind) TO cl-second
           MOVE ga-date(second-hit-ind)    TO cl-second-date
           COMPUTE cl-days =
               ga-julian(second-hit-ind) - ga-julian(first-hit-ind)
           MOVE ru-text(rule-ind)          TO cl-text
           MOVE conflict-line TO report-line
           WRITE report-line
           ADD 1 TO conflicts-found
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Review-Role-Assignments lists every operator whose  *
      *  role on custsec.ism is allowed to do both halves of    *
      *  a rule -- the conflict is built into the assignment,    *
      *  whether or not it has been used yet.                     *
      *                                                  *
      ****************************************************

       Review-Role-Assignments SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "ROLE ASSIGNMENTS THAT BREAK A RULE OUTRIGHT"
               TO report-line
           WRITE report-line
           MOVE role-heading TO report-line
           WRITE report-line

           OPEN INPUT security-file
           IF  sec-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL sec-file-eof
               READ security-file NEXT RECORD
                   AT END
                       SET sec-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  sec-role NOT = SPACE
                           PERFORM Check-Operator-Role
                       END-IF
               END-READ
           END-PERFORM
           CLOSE security-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Operator-Role SECTION.

           PERFORM VARYING rule-ind FROM 1 BY 1
                   UNTIL rule-ind > rule-count
               MOVE 0 TO role-tally-first
               MOVE 0 TO role-tally-second
               INSPECT ru-first-roles(rule-ind)
                   TALLYING role-tally-first FOR ALL sec-role
               INSPECT ru-second-roles(rule-ind)
                   TALLYING role-tally-second FOR ALL sec-role
               IF  role-tally-first > 0 AND role-tally-second > 0
                   MOVE sec-operator        TO rl-operator
                   MOVE sec-role            TO rl-role
                   MOVE rule-ind            TO rl-rule-no
                   MOVE ru-first(rule-ind)  TO rl-first
                   MOVE ru-second(rule-ind) TO rl-second
                   MOVE ru-text(rule-ind)   TO rl-text
                   MOVE role-line TO report-line
                   WRITE report-line
                   ADD 1 TO roles-breaking
                   ADD 1 TO run-writes-count
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Run-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "RULES IN FORCE:" TO tl-label
           MOVE rule-count TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           IF  rules-rejected > 0
               MOVE "RULE DECK LINES REJECTED:" TO tl-label
               MOVE rules-rejected TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
           END-IF
           MOVE "ACTIVITIES REVIEWED:" TO tl-label
           MOVE activities-gathered TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           IF  group-overflow > 0
               MOVE "ACTIVITIES PAST THE GROUP TABLE:" TO tl-label
               MOVE group-overflow TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
           END-IF
           MOVE "CONFLICTS FOUND:" TO tl-label
           MOVE conflicts-found TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "ROLE ASSIGNMENTS BREAKING A RULE:" TO tl-label
           MOVE roles-breaking TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line
           MOVE sign-off-line-1 TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE sign-off-line-2 TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Review-Date SECTION.

           MOVE control-id-sodrdate TO ctl-id
           MOVE today-yyyymmdd      TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   MOVE control-id-sodrdate TO ctl-id
                   MOVE today-yyyymmdd      TO ctl-next-no
                   WRITE control-record
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTSODR", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE customer-file
           CLOSE control-file
           CLOSE report-file.
           EXIT.
