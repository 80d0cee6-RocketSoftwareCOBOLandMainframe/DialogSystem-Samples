      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly account-change alert run.  The classic fraud against *
      * this ledger is to change a customer's billing address,       *
      * contact e-mail or phone, or direct-debit bank details, and   *
      * then route a refund, credit or reversal out to the new       *
      * details.  This step reads the before/after images on the     *
      * audit trail (custaudx.ism) for those changes -- ADDR-CHANGE  *
      * and SHIPTO-ADD, CONTACT-CHG, MANDATE-ADD and MANDATE-CHG --  *
      * and for the money going out of the same account: refunds,    *
      * credit memos, on-account credits, unapplied-cash releases,   *
      * payment reversals and their maker-checker queue and release  *
      * entries.  Money moved since the last run within the          *
      * "FRALDAYS" control-file window (30 days when not set) of a   *
      * change raises a high-priority alert naming both operators    *
      * and both transactions, and puts the customer on refund hold  *
      * in rfdhold.ism -- CUSTRFND and VOCMCHK will not pay a refund *
      * out until a manager releases it with CUSTRFHR.  The date of  *
      * the last run lives on the control file under "FRALDATE".     *
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
       PROGRAM-ID. custfral.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN "custaudx.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS aud-key
           ALTERNATE RECORD KEY IS aud-date WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS audit-status.

           SELECT rfdhold-file ASSIGN "rfdhold.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rh-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS hold-status.

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

           SELECT fral-sort-file ASSIGN "custfral.srt".

           SELECT report-file ASSIGN "custfral.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  audit-file.
           COPY "custaud.cpy".

       FD  rfdhold-file.
           COPY "rfdhldrc.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

      *  One record per sensitive change ("C") or money movement
      *  ("M") inside the look-back, sorted so each customer's
      *  entries come back together in the order they happened.
       SD  fral-sort-file.
       01  fral-sort-record.
           03  fs-c-code               PIC X(5).
           03  fs-date                 PIC 9(8).
           03  fs-time                 PIC 9(6).
           03  fs-seq                  PIC 9(4).
           03  fs-kind                 PIC X.
               88  fs-change               VALUE "C".
               88  fs-money                VALUE "M".
           03  fs-action               PIC X(12).
           03  fs-operator             PIC X(8).
           03  fs-before               PIC X(80).
           03  fs-after                PIC X(80).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  audit-status                PIC XX.
           88  audit-file-ok           VALUE "00".
           88  audit-file-eof          VALUE "10".
           88  audit-file-not-found    VALUE "35".

       01  hold-status                 PIC XX.
           88  hold-file-ok            VALUE "00".
           88  hold-file-not-found     VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       78  control-id-fraldate             VALUE "FRALDATE".
       78  control-id-fraldays             VALUE "FRALDAYS".
      *  The alert window when "FRALDAYS" is missing or zero.
       78  default-window-days             VALUE 30.
      *  On the very first run the step looks back this far for
      *  money moved, as though it had last run a week ago.
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
      *  last-run-date is the last run's date: money moved after it
      *  is new tonight.  The change behind it may be up to the
      *  alert window earlier still, so the audit trail is read
      *  from lookback-start-date.
       77  last-run-date               PIC 9(8).
       77  last-run-julian             PIC 9(7) COMP.
       77  lookback-start-date         PIC 9(8).
       77  lookback-start-julian       PIC 9(7) COMP.
       77  alert-window-days           PIC 9(3) COMP.

      *  The customer's most recent sensitive change so far, as the
      *  sort hands the customer's entries back.
       77  current-c-code              PIC X(5) VALUE SPACES.
       77  change-held-switch          PIC X VALUE "N".
           88  change-held             VALUE "Y".
       77  chg-action                  PIC X(12).
       77  chg-operator                PIC X(8).
       77  chg-date                    PIC 9(8).
       77  chg-time                    PIC 9(6).
       77  chg-julian                  PIC 9(7) COMP.
       77  chg-before                  PIC X(80).
       77  chg-after                   PIC X(80).
       77  money-julian                PIC 9(7) COMP.
       77  days-apart                  PIC S9(7) COMP.

      *  Which part of the record a change moved, spelled out for
      *  the alert.
       77  changed-fields              PIC X(40).
       77  fields-pointer              PIC 9(4) COMP.
       77  entry-kind                  PIC X.

       77  hold-result                 PIC X(40).

       77  entries-gathered            PIC 9(7) COMP VALUE 0.
       77  changes-seen                PIC 9(7) COMP VALUE 0.
       77  money-seen                  PIC 9(7) COMP VALUE 0.
       77  alerts-raised               PIC 9(7) COMP VALUE 0.
       77  holds-placed                PIC 9(7) COMP VALUE 0.
       77  holds-standing              PIC 9(7) COMP VALUE 0.
       77  holds-not-renewed           PIC 9(7) COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "ACCOUNT CHANGES FOLLOWED BY MONEY GOING OUT".

       01  window-line.
           03  FILLER                  PIC X(26) VALUE
               "MONEY MOVED AFTER ".
           03  wl-start                PIC 9(8).
           03  FILLER                  PIC X(14) VALUE
               " UP TO AND ON ".
           03  wl-today                PIC 9(8).
           03  FILLER                  PIC X(21) VALUE
               "  WITHIN ALERT WINDOW".
           03  FILLER                  PIC X VALUE SPACE.
           03  wl-window               PIC ZZ9.
           03  FILLER                  PIC X(19) VALUE
               " DAYS OF A CHANGE".

       01  alert-line-1.
           03  FILLER                  PIC X(26) VALUE
               "*** HIGH PRIORITY ***  ".
           03  FILLER                  PIC X(9) VALUE "CUSTOMER ".
           03  al-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  al-name                 PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  al-days                 PIC ZZ9.
           03  FILLER                  PIC X(20) VALUE
               " DAY(S) APART".
           03  al-same-operator        PIC X(30).

       01  alert-line-2.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  al-label                PIC X(8).
           03  al-action               PIC X(12).
           03  FILLER                  PIC X(4) VALUE " BY ".
           03  al-operator             PIC X(8).
           03  FILLER                  PIC X(4) VALUE " ON ".
           03  al-date                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  al-time                 PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  al-detail               PIC X(40).

       01  image-line.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  il-label                PIC X(8).
           03  il-image                PIC X(80).

       01  totals-line.
           03  tl-label                PIC X(40).
           03  tl-count                PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           MOVE last-run-date     TO wl-start
           MOVE today-yyyymmdd    TO wl-today
           MOVE alert-window-days TO wl-window
           MOVE window-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           SORT fral-sort-file
               ON ASCENDING KEY fs-c-code, fs-date, fs-time, fs-seq
               INPUT PROCEDURE IS Gather-Audit-Entries
               OUTPUT PROCEDURE IS Review-Customer-Entries

           PERFORM Print-Run-Totals
           PERFORM Store-Run-Date

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
           OPEN I-O rfdhold-file
           IF  hold-file-not-found
               OPEN OUTPUT rfdhold-file
               CLOSE rfdhold-file
               OPEN I-O rfdhold-file
           END-IF
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  The last run date -- no record means the step has never
      *  run, which looks first-run-days back.
           MOVE 0 TO last-run-date
           MOVE control-id-fraldate TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO last-run-date
           END-READ

           IF  last-run-date > 0
               COMPUTE last-run-julian =
                   FUNCTION INTEGER-OF-DATE(last-run-date)
           ELSE
               COMPUTE last-run-julian =
                   today-julian - first-run-days
               COMPUTE last-run-date =
                   FUNCTION DATE-OF-INTEGER(last-run-julian)
           END-IF

           MOVE default-window-days TO alert-window-days
           MOVE control-id-fraldays TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  ctl-next-no > 0 AND ctl-next-no < 1000
                       MOVE ctl-next-no TO alert-window-days
                   END-IF
           END-READ

           COMPUTE lookback-start-julian =
               last-run-julian - alert-window-days
           COMPUTE lookback-start-date =
               FUNCTION DATE-OF-INTEGER(lookback-start-julian).
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Audit-Entries RELEASEs every sensitive        *
      *  change and every money movement on the audit trail    *
      *  dated from lookback-start-date to today.               *
      *                                                  *
      ****************************************************

       Gather-Audit-Entries SECTION.

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
      *  Classify-Audit-Entry sorts the audit actions that    *
      *  matter here into changes and money movements.  A       *
      *  queued or released write-off is not money going out    *
      *  -- the pendtx type sits at column 15 of the queue's     *
      *  before-image and at column 15 of the release's.         *
      *                                                  *
      ****************************************************

       Classify-Audit-Entry SECTION.

           MOVE SPACE TO entry-kind
           EVALUATE aud-action
               WHEN "ADDR-CHANGE"
               WHEN "SHIPTO-ADD"
               WHEN "CONTACT-CHG"
               WHEN "MANDATE-ADD"
               WHEN "MANDATE-CHG"
                   MOVE "C" TO entry-kind
               WHEN "REFUND"
               WHEN "ORDER-ADJUST"
               WHEN "CASH-ONACC"
               WHEN "CASH-APPLY"
               WHEN "PAY-REVERSE"
                   MOVE "M" TO entry-kind
               WHEN "MCHK-QUEUE"
               WHEN "MCHK-RELEASE"
                   IF  aud-before(15:1) NOT = "W"
                       MOVE "M" TO entry-kind
                   END-IF
           END-EVALUATE
           IF  entry-kind = SPACE OR aud-c-code = SPACES
               EXIT SECTION
           END-IF

           MOVE aud-c-code    TO fs-c-code
           MOVE aud-date      TO fs-date
           MOVE aud-time      TO fs-time
           MOVE aud-seq       TO fs-seq
           MOVE entry-kind    TO fs-kind
           MOVE aud-action    TO fs-action
           MOVE aud-operator  TO fs-operator
           MOVE aud-before    TO fs-before
           MOVE aud-after     TO fs-after
           RELEASE fral-sort-record
           ADD 1 TO entries-gathered.
           EXIT.

      ****************************************************
      *                                                  *
      *  Review-Customer-Entries returns each customer's      *
      *  entries in time order, remembering the latest         *
      *  change and testing every money movement against it.   *
      *                                                  *
      ****************************************************

       Review-Customer-Entries SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN fral-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  fs-c-code NOT = current-c-code
                           MOVE fs-c-code TO current-c-code
                           MOVE "N" TO change-held-switch
                       END-IF
                       IF  fs-change
                           PERFORM Remember-Change
                       ELSE
                           PERFORM Check-Money-Entry
                       END-IF
               END-RETURN
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Remember-Change SECTION.

           ADD 1 TO changes-seen
           SET change-held TO TRUE
           MOVE fs-action   TO chg-action
           MOVE fs-operator TO chg-operator
           MOVE fs-date     TO chg-date
           MOVE fs-time     TO chg-time
           MOVE fs-before   TO chg-before
           MOVE fs-after    TO chg-after
           COMPUTE chg-julian =
               FUNCTION INTEGER-OF-DATE(fs-date).
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Money-Entry raises the alert when money moved  *
      *  since the last run and the customer's latest change   *
      *  falls inside the alert window before it.               *
      *                                                  *
      ****************************************************

       Check-Money-Entry SECTION.

           IF  fs-date NOT > last-run-date
               EXIT SECTION
           END-IF
           ADD 1 TO money-seen
           IF  NOT change-held
               EXIT SECTION
           END-IF

           COMPUTE money-julian = FUNCTION INTEGER-OF-DATE(fs-date)
           COMPUTE days-apart = money-julian - chg-julian
           IF  days-apart < 0 OR days-apart > alert-window-days
               EXIT SECTION
           END-IF

           PERFORM Describe-Change
           PERFORM Place-Refund-Hold
           PERFORM Print-Alert.
           EXIT.

      ****************************************************
      *                                                  *
      *  Describe-Change names the part of the record the     *
      *  change moved.  CONTACT-CHG images carry contact,       *
      *  phone and e-mail at columns 1, 22 and 35; mandate       *
      *  images the routing at 9, the account at 27 (masked      *
      *  to its last four) and its enciphered form at 44.        *
      *                                                  *
      ****************************************************

       Describe-Change SECTION.

           MOVE SPACES TO changed-fields
           MOVE 1 TO fields-pointer
           EVALUATE chg-action
               WHEN "ADDR-CHANGE"
                   MOVE "BILLING ADDRESS" TO changed-fields
               WHEN "SHIPTO-ADD"
                   MOVE "NEW SHIP-TO ADDRESS" TO changed-fields
               WHEN "MANDATE-ADD"
                   MOVE "NEW DIRECT-DEBIT BANK DETAILS"
                       TO changed-fields
               WHEN "CONTACT-CHG"
                   IF  chg-before(1:20) NOT = chg-after(1:20)
                       STRING "CONTACT " DELIMITED BY SIZE
                           INTO changed-fields
                           WITH POINTER fields-pointer
                   END-IF
                   IF  chg-before(22:12) NOT = chg-after(22:12)
                       STRING "PHONE " DELIMITED BY SIZE
                           INTO changed-fields
                           WITH POINTER fields-pointer
                   END-IF
                   IF  chg-before(35:30) NOT = chg-after(35:30)
                       STRING "E-MAIL " DELIMITED BY SIZE
                           INTO changed-fields
                           WITH POINTER fields-pointer
                   END-IF
               WHEN "MANDATE-CHG"
                   IF  chg-before(9:9) NOT = chg-after(9:9)
                       STRING "BANK ROUTING " DELIMITED BY SIZE
                           INTO changed-fields
                           WITH POINTER fields-pointer
                   END-IF
                   IF  chg-before(27:12) NOT = chg-after(27:12)
                           OR chg-before(44:12) NOT = chg-after(44:12)
                       STRING "BANK ACCOUNT " DELIMITED BY SIZE
                           INTO changed-fields
                           WITH POINTER fields-pointer
                   END-IF
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Place-Refund-Hold puts the customer on refund hold.  *
      *  A hold a manager has already released for this very    *
      *  change is not put back on -- the change was verified   *
      *  -- but any newer change holds the account again.        *
      *                                                  *
      ****************************************************

       Place-Refund-Hold SECTION.

           MOVE SPACES TO hold-result
           MOVE current-c-code TO rh-c-code
           READ rfdhold-file
               INVALID KEY
                   MOVE SPACES TO rfdhold-record
                   MOVE current-c-code TO rh-c-code
                   MOVE 0 TO rh-release-date
               NOT INVALID KEY
                   IF  refund-held
                       MOVE "REFUNDS ALREADY ON HOLD" TO hold-result
                       ADD 1 TO holds-standing
                       EXIT SECTION
                   END-IF
                   IF  rh-change-action = chg-action
                           AND rh-change-date = chg-date
                           AND rh-release-date NOT < chg-date
                       STRING "CHANGE VERIFIED -- RELEASED BY "
                              rh-released-by
                           DELIMITED BY SIZE INTO hold-result
                       ADD 1 TO holds-not-renewed
                       EXIT SECTION
                   END-IF
           END-READ

           SET refund-held TO TRUE
           MOVE today-yyyymmdd TO rh-alert-date
           MOVE chg-action     TO rh-change-action
           MOVE chg-operator   TO rh-change-operator
           MOVE chg-date       TO rh-change-date
           MOVE fs-action      TO rh-money-action
           MOVE fs-operator    TO rh-money-operator
           MOVE fs-date        TO rh-money-date
           MOVE SPACES         TO rh-released-by
           MOVE 0              TO rh-release-date
           REWRITE rfdhold-record
               INVALID KEY
                   WRITE rfdhold-record
                   END-WRITE
           END-REWRITE
           MOVE "REFUNDS NOW ON HOLD" TO hold-result
           ADD 1 TO holds-placed
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Alert SECTION.

           MOVE current-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO al-name
               NOT INVALID KEY
                   MOVE file-c-name TO al-name
           END-READ

           MOVE current-c-code TO al-c-code
           MOVE days-apart     TO al-days
           IF  chg-operator = fs-operator
               MOVE "SAME OPERATOR BOTH TIMES" TO al-same-operator
           ELSE
               MOVE SPACES TO al-same-operator
           END-IF
           MOVE alert-line-1 TO report-line
           WRITE report-line

           MOVE "CHANGED " TO al-label
           MOVE chg-action   TO al-action
           MOVE chg-operator TO al-operator
           MOVE chg-date     TO al-date
           MOVE chg-time     TO al-time
           MOVE changed-fields TO al-detail
           MOVE alert-line-2 TO report-line
           WRITE report-line
           MOVE "WAS:" TO il-label
           MOVE chg-before TO il-image
           MOVE image-line TO report-line
           WRITE report-line
           MOVE "NOW:" TO il-label
           MOVE chg-after TO il-image
           MOVE image-line TO report-line
           WRITE report-line

           MOVE "THEN " TO al-label
           MOVE fs-action   TO al-action
           MOVE fs-operator TO al-operator
           MOVE fs-date     TO al-date
           MOVE fs-time     TO al-time
           MOVE hold-result TO al-detail
           MOVE alert-line-2 TO report-line
           WRITE report-line
           MOVE "DETAIL:" TO il-label
           MOVE fs-before TO il-image
           MOVE image-line TO report-line
           WRITE report-line
           MOVE SPACES TO il-label
           MOVE fs-after TO il-image
           MOVE image-line TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO hold-result
           ADD 1 TO alerts-raised
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Run-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "AUDIT ENTRIES REVIEWED:" TO tl-label
           MOVE entries-gathered TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "SENSITIVE ACCOUNT CHANGES:" TO tl-label
           MOVE changes-seen TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "MONEY MOVEMENTS SINCE THE LAST RUN:" TO tl-label
           MOVE money-seen TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "HIGH-PRIORITY ALERTS:" TO tl-label
           MOVE alerts-raised TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "CUSTOMERS PUT ON REFUND HOLD:" TO tl-label
           MOVE holds-placed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "ALERTS ON CUSTOMERS ALREADY HELD:" TO tl-label
           MOVE holds-standing TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           IF  holds-not-renewed > 0
               MOVE "ALERTS ON CHANGES ALREADY VERIFIED:" TO tl-label
               MOVE holds-not-renewed TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Run-Date SECTION.

           MOVE control-id-fraldate TO ctl-id
           MOVE today-yyyymmdd      TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   MOVE control-id-fraldate TO ctl-id
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

           CALL "custrunc" USING "CUSTFRAL", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE customer-file
           CLOSE control-file
           CLOSE rfdhold-file
           CLOSE report-file.
           EXIT.
