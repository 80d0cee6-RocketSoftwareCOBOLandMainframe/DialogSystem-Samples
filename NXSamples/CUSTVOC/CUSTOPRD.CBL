      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Weekly operator productivity report.  Run from the nightly   *
      * chain but live only once every seven days, the way CUSTOTIF  *
      * is, it reads the week's audit trail off custaudx.ism's       *
      * aud-date key and the week's sign-ons and sign-offs off the   *
      * sessjrnl.dat session journal, and prints per operator the    *
      * orders entered, changed and voided, the customers added and  *
      * changed, the payments and adjustments posted and the hours   *
      * signed on; then each operator's activity by hour of day and  *
      * the whole office's by day of week and hour, which is what    *
      * the order desk is staffed from; then the likely keying       *
      * errors -- an order changed in value or voided by the         *
      * operator who entered it, within keying-error-minutes of      *
      * entering it.  The date of the last report lives on the       *
      * control file under "OPRDDATE".                               *
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
       PROGRAM-ID. custoprd.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN "custaudx.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS aud-key
           ALTERNATE RECORD KEY IS aud-date WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS audit-status.

           SELECT journal-file ASSIGN "sessjrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jrnl-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT oprd-sort-file ASSIGN "custoprd.srt".

           SELECT report-file ASSIGN "custoprd.prt"
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

      *  The session journal CUSTSESS writes -- the same layout
      *  CUSTWHO reads.
       FD  journal-file.
       01  journal-record.
           03  sj-date                 PIC 9(8).
           03  FILLER                  PIC X.
           03  sj-time                 PIC 9(6).
           03  FILLER                  PIC X.
           03  sj-operator             PIC X(8).
           03  FILLER                  PIC X.
           03  sj-terminal             PIC X(8).
           03  FILLER                  PIC X.
           03  sj-event                PIC X(3).

       FD  control-file.
           COPY "custctl.cpy".

      *  Once the week has been read, each operator is released
      *  twice -- ps-section "1" for the work counts, "2" for the
      *  hour-of-day row -- each day of the week once as "3", with
      *  ps-group the day number, and each likely keying error as
      *  "4" under the operator who made it.
       SD  oprd-sort-file.
       01  oprd-sort-record.
           03  ps-section              PIC X.
           03  ps-group                PIC X(8).
           03  ps-date                 PIC 9(8).
           03  ps-time                 PIC 9(6).
           03  ps-entered              PIC 9(6) COMP.
           03  ps-changed              PIC 9(6) COMP.
           03  ps-voided               PIC 9(6) COMP.
           03  ps-cust-added           PIC 9(6) COMP.
           03  ps-cust-changed         PIC 9(6) COMP.
           03  ps-payments             PIC 9(6) COMP.
           03  ps-adjustments          PIC 9(6) COMP.
           03  ps-other                PIC 9(6) COMP.
           03  ps-sessions             PIC 9(5) COMP.
           03  ps-unclosed             PIC 9(5) COMP.
           03  ps-on-minutes           PIC 9(7) COMP.
           03  ps-hour-count           PIC 9(6) COMP OCCURS 24.
           03  ps-c-code               PIC X(5).
           03  ps-ord-no               PIC X(6).
           03  ps-entry-date           PIC 9(8).
           03  ps-entry-time           PIC 9(6).
           03  ps-action               PIC X(12).
           03  ps-elapsed              PIC 9(4) COMP.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  audit-status                PIC XX.
           88  audit-file-ok           VALUE "00".
           88  audit-file-eof          VALUE "10".
           88  audit-file-not-found    VALUE "35".

       01  jrnl-status                 PIC XX.
           88  jrnl-file-ok            VALUE "00".
           88  jrnl-file-eof           VALUE "10".
           88  jrnl-file-not-found     VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       78  control-id-oprddate             VALUE "OPRDDATE".
      *  oprd-cycle-days is how often the report actually goes live
      *  -- the nightly chain reaches this step every night, and
      *  the step itself sits the night out until a week has
      *  passed.
       78  oprd-cycle-days                 VALUE 7.
      *  keying-error-minutes is how soon after entering an order
      *  a change in its value, or a void, by the same operator is
      *  taken as putting right a keying slip rather than a real
      *  customer change.
       78  keying-error-minutes            VALUE 30.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  last-oprd-date              PIC 9(8).
       77  last-oprd-julian            PIC 9(7) COMP.
       77  days-since-oprd             PIC S9(7) COMP.
      *  The window is every audit entry and session event after
      *  window-start-date up to and including today -- the last
      *  report's date, or a week back on the very first run.
       77  window-start-date           PIC 9(8).
       77  window-start-julian         PIC 9(7) COMP.

      *  event-stamp is an audit entry's or session event's date
      *  and time in minutes, so that two events days apart still
      *  subtract cleanly.
       01  event-time                  PIC 9(6).
       01  FILLER REDEFINES event-time.
           03  event-hh                PIC 99.
           03  event-mm                PIC 99.
           03  event-ss                PIC 99.
       77  event-date                  PIC 9(8).
       77  event-stamp                 PIC 9(11) COMP.
       77  elapsed-minutes             PIC 9(11) COMP.
       77  hour-ind                    PIC 9(4) COMP.
       77  day-ind                     PIC 9(4) COMP.
       77  day-digit                   PIC 9.
       77  minutes-display             PIC 99.

      *  One accumulator per operator for the week.  A week with
      *  more operators than the table holds leaves the overflow
      *  uncounted, the way CUSTKPI treats a full table, and says
      *  so at the foot of the report.
       78  max-operators                   VALUE 100.
       01  operator-table.
           03  operator-entry OCCURS 100.
               05  ot-operator         PIC X(8).
               05  ot-entered          PIC 9(6) COMP.
               05  ot-changed          PIC 9(6) COMP.
               05  ot-voided           PIC 9(6) COMP.
               05  ot-cust-added       PIC 9(6) COMP.
               05  ot-cust-changed     PIC 9(6) COMP.
               05  ot-payments         PIC 9(6) COMP.
               05  ot-adjustments      PIC 9(6) COMP.
               05  ot-other            PIC 9(6) COMP.
               05  ot-sessions         PIC 9(5) COMP.
               05  ot-unclosed         PIC 9(5) COMP.
               05  ot-on-minutes       PIC 9(7) COMP.
      *  ot-open-stamp is the sign-on of the session still open,
      *  zero when the operator is signed off.
               05  ot-open-stamp       PIC 9(11) COMP.
               05  ot-hour-count       PIC 9(6) COMP OCCURS 24.
       77  operator-count              PIC 9(4) COMP VALUE 0.
       77  operator-ind                PIC 9(4) COMP.
       77  operator-hit-ind            PIC 9(4) COMP.
       77  search-operator             PIC X(8).
       77  unattributed-count          PIC 9(7) COMP VALUE 0.

      *  The whole office's activity, day of week by hour of day --
      *  day 1 is Monday.
       01  weekday-table.
           03  weekday-entry OCCURS 7.
               05  wd-hour-count       PIC 9(6) COMP OCCURS 24.
       01  weekday-name-list.
           03  FILLER                  PIC X(9) VALUE "MONDAY".
           03  FILLER                  PIC X(9) VALUE "TUESDAY".
           03  FILLER                  PIC X(9) VALUE "WEDNESDAY".
           03  FILLER                  PIC X(9) VALUE "THURSDAY".
           03  FILLER                  PIC X(9) VALUE "FRIDAY".
           03  FILLER                  PIC X(9) VALUE "SATURDAY".
           03  FILLER                  PIC X(9) VALUE "SUNDAY".
       01  FILLER REDEFINES weekday-name-list.
           03  weekday-name            PIC X(9) OCCURS 7.

      *  Every order entered in the window -- by ORDER-ADD from the
      *  order screen or QUOTE-CONV from a converted quote -- is
      *  remembered here with who entered it, when, and its value,
      *  so a later ORDER-UPDATE or ORDER-VOID on the same order
      *  can be checked against it.  et-value is the audit image up
      *  to the payment figure; a converted quote's image is kept
      *  in a different layout, so its value starts at spaces and
      *  the first save of the order sets it.
       78  max-entries                     VALUE 500.
       01  entry-table.
           03  entry-slot OCCURS 500.
               05  et-c-code           PIC X(5).
               05  et-ord-no           PIC X(6).
               05  et-operator         PIC X(8).
               05  et-date             PIC 9(8).
               05  et-time             PIC 9(6).
               05  et-stamp            PIC 9(11) COMP.
               05  et-value            PIC X(40).
       77  entry-count                 PIC 9(4) COMP VALUE 0.
       77  entry-ind                   PIC 9(4) COMP.
       77  entry-hit-ind               PIC 9(4) COMP.
       77  untracked-entries           PIC 9(7) COMP VALUE 0.
       77  search-ord-no               PIC X(6).
       77  follow-value                PIC X(40).

       77  audit-entries               PIC 9(7) COMP VALUE 0.
       77  keying-errors               PIC 9(7) COMP VALUE 0.
       77  current-section             PIC X VALUE SPACE.

       01  page-title                  PIC X(40) VALUE
               "OPERATOR PRODUCTIVITY REPORT".

       01  not-due-line                PIC X(60) VALUE
               "OPERATOR REPORT NOT YET DUE -- NOTHING MEASURED".

       01  window-line.
           03  FILLER                  PIC X(15) VALUE
               "ACTIVITY AFTER ".
           03  wl-start                PIC 9(8).
           03  FILLER                  PIC X(13) VALUE
               " UP TO AND ON".
           03  FILLER                  PIC X VALUE SPACE.
           03  wl-today                PIC 9(8).

       01  work-heading-1.
           03  FILLER                  PIC X(40) VALUE
               "          ------- ORDERS -------- -- CUS".
           03  FILLER                  PIC X(40) VALUE
               "TOMERS --          ADJUST-          SES-".
           03  FILLER                  PIC X(12) VALUE
               "   HOURS  NO".
       01  work-heading-2.
           03  FILLER                  PIC X(40) VALUE
               "OPERATOR  ENTERED CHANGED  VOIDED   ADDE".
           03  FILLER                  PIC X(40) VALUE
               "D CHANGED PAYMENTS   MENTS   OTHER  SION".
           03  FILLER                  PIC X(18) VALUE
               "S     ON  SIGN-OFF".

       01  work-line.
           03  wk-operator             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  wk-entered              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  wk-changed              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  wk-voided               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  wk-cust-added           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  wk-cust-changed         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  wk-payments             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  wk-adjustments          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  wk-other                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  wk-sessions             PIC Z,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  wk-hours-on             PIC ZZZ9.9.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  wk-unclosed             PIC Z,ZZ9.

       01  hour-heading.
           03  hh-title                PIC X(10).
           03  FILLER                  PIC X(48) VALUE
               "  00  01  02  03  04  05  06  07  08  09  10  11".
           03  FILLER                  PIC X(48) VALUE
               "  12  13  14  15  16  17  18  19  20  21  22  23".

       01  hour-line.
           03  hr-label                PIC X(10).
           03  hr-count                PIC ZZZ9 OCCURS 24.

       01  error-heading.
           03  FILLER                  PIC X(40) VALUE
               "OPERATOR  CUST   ORDER   ENTERED        ".
           03  FILLER                  PIC X(39) VALUE
               "   FOLLOWED BY                  MINUTES".

       01  error-line.
           03  el-operator             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-ord-no               PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-entry-date           PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  el-entry-time           PIC 9(6).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  el-action               PIC X(12).
           03  FILLER                  PIC X VALUE SPACE.
           03  el-date                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  el-time                 PIC 9(6).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  el-elapsed              PIC ZZZ9.

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

           IF  days-since-oprd < oprd-cycle-days
               MOVE not-due-line TO report-line
               WRITE report-line
           ELSE
               MOVE window-start-date TO wl-start
               MOVE today-yyyymmdd    TO wl-today
               MOVE window-line TO report-line
               WRITE report-line
               SORT oprd-sort-file
                   ON ASCENDING KEY ps-section, ps-group, ps-date,
                                    ps-time
                   INPUT PROCEDURE IS Gather-Week-Activity
                   OUTPUT PROCEDURE IS Print-Oprd-Sections
               PERFORM Print-Run-Totals
               PERFORM Store-Oprd-Date
           END-IF

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

           INITIALIZE operator-table
           INITIALIZE weekday-table
           INITIALIZE entry-table

           OPEN I-O control-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  The last report date -- no record means the step has
      *  never run, which makes tonight due and looks a week back.
           MOVE 0 TO last-oprd-date
           MOVE control-id-oprddate TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO last-oprd-date
           END-READ

           IF  last-oprd-date > 0
               COMPUTE last-oprd-julian =
                   FUNCTION INTEGER-OF-DATE(last-oprd-date)
               COMPUTE days-since-oprd =
                   today-julian - last-oprd-julian
               MOVE last-oprd-date TO window-start-date
           ELSE
               MOVE oprd-cycle-days TO days-since-oprd
               COMPUTE window-start-julian =
                   today-julian - oprd-cycle-days
               COMPUTE window-start-date =
                   FUNCTION DATE-OF-INTEGER(window-start-julian)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Week-Activity reads the session journal     *
      *  and the audit trail for the window into the          *
      *  tables, then RELEASEs what the report prints.         *
      *                                                  *
      ****************************************************

       Gather-Week-Activity SECTION.

           PERFORM Read-Session-Journal
           PERFORM Read-Audit-Trail

           PERFORM VARYING operator-ind FROM 1 BY 1
                   UNTIL operator-ind > operator-count
               PERFORM Release-Operator
           END-PERFORM

           PERFORM VARYING day-ind FROM 1 BY 1
                   UNTIL day-ind > 7
               MOVE SPACES TO oprd-sort-record
               MOVE "3" TO ps-section
               MOVE day-ind TO day-digit
               MOVE day-digit TO ps-group(1:1)
               MOVE 0 TO ps-date
               MOVE 0 TO ps-time
               PERFORM VARYING hour-ind FROM 1 BY 1
                       UNTIL hour-ind > 24
                   MOVE wd-hour-count(day-ind, hour-ind)
                       TO ps-hour-count(hour-ind)
               END-PERFORM
               RELEASE oprd-sort-record
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Read-Session-Journal pairs each operator's sign-   *
      *  on with the sign-off that follows it and adds up     *
      *  the minutes between.  A sign-on with no sign-off      *
      *  before the next sign-on, or before the window          *
      *  closes, is counted as not signed off -- the terminal    *
      *  was dropped or is still on.  A sign-off in the window    *
      *  for a session begun before it is passed over.           *
      *                                                  *
      ****************************************************

       Read-Session-Journal SECTION.

           OPEN INPUT journal-file
           IF  jrnl-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL jrnl-file-eof
               READ journal-file
                   AT END
                       SET jrnl-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  sj-date > window-start-date
                               AND sj-date NOT > today-yyyymmdd
                           PERFORM Apply-Session-Event
                       END-IF
               END-READ
           END-PERFORM
           CLOSE journal-file

           PERFORM VARYING operator-ind FROM 1 BY 1
                   UNTIL operator-ind > operator-count
               IF  ot-open-stamp(operator-ind) > 0
                   ADD 1 TO ot-unclosed(operator-ind)
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Apply-Session-Event SECTION.

           IF  sj-event NOT = "ON " AND sj-event NOT = "OFF"
               EXIT SECTION
           END-IF

           MOVE sj-operator TO search-operator
           PERFORM Find-Operator-Entry
           IF  operator-hit-ind = 0
               EXIT SECTION
           END-IF

           MOVE sj-date TO event-date
           MOVE sj-time TO event-time
           PERFORM Compute-Event-Stamp

           IF  sj-event = "ON "
               IF  ot-open-stamp(operator-hit-ind) > 0
                   ADD 1 TO ot-unclosed(operator-hit-ind)
               END-IF
               MOVE event-stamp TO ot-open-stamp(operator-hit-ind)
               ADD 1 TO ot-sessions(operator-hit-ind)
           ELSE
               IF  ot-open-stamp(operator-hit-ind) > 0
                   COMPUTE ot-on-minutes(operator-hit-ind) =
                       ot-on-minutes(operator-hit-ind)
                     + event-stamp - ot-open-stamp(operator-hit-ind)
                   MOVE 0 TO ot-open-stamp(operator-hit-ind)
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Read-Audit-Trail positions on the first entry      *
      *  after the window opens and reads forward in aud-     *
      *  date order -- the first entry past today ends it.     *
      *                                                  *
      ****************************************************

       Read-Audit-Trail SECTION.

           OPEN INPUT audit-file
           IF  audit-file-not-found
               EXIT SECTION
           END-IF

           MOVE window-start-date TO aud-date
           START audit-file KEY IS GREATER THAN aud-date
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
                           PERFORM Count-Audit-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE audit-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Count-Audit-Entry files one entry under its        *
      *  operator's work counts and hour of day and the        *
      *  office's day of week, and checks orders entered        *
      *  and then changed or voided for keying errors.          *
      *                                                  *
      ****************************************************

       Count-Audit-Entry SECTION.

           ADD 1 TO audit-entries

           MOVE aud-date TO event-date
           MOVE aud-time TO event-time
           PERFORM Compute-Event-Stamp
           COMPUTE hour-ind = event-hh + 1
           IF  hour-ind > 24
               MOVE 24 TO hour-ind
           END-IF
           COMPUTE day-ind =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(event-date) - 1,
                            7) + 1
           ADD 1 TO wd-hour-count(day-ind, hour-ind)

           MOVE aud-operator TO search-operator
           PERFORM Find-Operator-Entry
           IF  operator-hit-ind = 0
               ADD 1 TO unattributed-count
               EXIT SECTION
           END-IF
           ADD 1 TO ot-hour-count(operator-hit-ind, hour-ind)

           EVALUATE TRUE
               WHEN aud-action = "ORDER-ADD"
                   ADD 1 TO ot-entered(operator-hit-ind)
                   MOVE aud-before(7:6) TO search-ord-no
                   UNSTRING aud-after DELIMITED BY " PAY="
                       INTO follow-value
                   PERFORM Remember-Order-Entry
               WHEN aud-action = "QUOTE-CONV"
                   ADD 1 TO ot-entered(operator-hit-ind)
                   MOVE aud-after(7:6) TO search-ord-no
                   MOVE SPACES TO follow-value
                   PERFORM Remember-Order-Entry
               WHEN aud-action = "ORDER-UPDATE"
                   ADD 1 TO ot-changed(operator-hit-ind)
                   MOVE aud-before(7:6) TO search-ord-no
                   UNSTRING aud-after DELIMITED BY " PAY="
                       INTO follow-value
                   PERFORM Check-Keying-Error
               WHEN aud-action = "ORDER-VOID"
                   ADD 1 TO ot-voided(operator-hit-ind)
                   MOVE aud-before(7:6) TO search-ord-no
                   MOVE SPACES TO follow-value
                   PERFORM Check-Keying-Error
               WHEN aud-action = "ADD"
                   ADD 1 TO ot-cust-added(operator-hit-ind)
               WHEN aud-action = "CHANGE"
                   ADD 1 TO ot-cust-changed(operator-hit-ind)
               WHEN aud-action = "PAYMENT"
                 OR aud-action = "CASH-APPLY"
                 OR aud-action = "CASH-ONACC"
                   ADD 1 TO ot-payments(operator-hit-ind)
               WHEN aud-action = "ORDER-ADJUST"
                 OR aud-action = "WRITE-OFF"
                 OR aud-action = "REFUND"
                 OR aud-action = "PAY-REVERSE"
                 OR aud-action(1:7) = "DEDUCT-"
                   ADD 1 TO ot-adjustments(operator-hit-ind)
               WHEN OTHER
                   ADD 1 TO ot-other(operator-hit-ind)
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Operator-Entry finds search-operator in the   *
      *  table, adding it when new.  operator-hit-ind comes    *
      *  back zero if the table is full.  An entry written      *
      *  with no operator at all is filed as UNKNOWN.           *
      *                                                  *
      ****************************************************

       Find-Operator-Entry SECTION.

           IF  search-operator = SPACES
               MOVE "UNKNOWN" TO search-operator
           END-IF

           MOVE 0 TO operator-hit-ind
           PERFORM VARYING operator-ind FROM 1 BY 1
                   UNTIL operator-ind > operator-count
                      OR operator-hit-ind > 0
               IF  ot-operator(operator-ind) = search-operator
                   MOVE operator-ind TO operator-hit-ind
               END-IF
           END-PERFORM
           IF  operator-hit-ind = 0 AND operator-count < max-operators
               ADD 1 TO operator-count
               MOVE search-operator TO ot-operator(operator-count)
               MOVE operator-count TO operator-hit-ind
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Compute-Event-Stamp SECTION.

           COMPUTE event-stamp =
               FUNCTION INTEGER-OF-DATE(event-date) * 1440
                   + event-hh * 60 + event-mm.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Remember-Order-Entry SECTION.

           IF  entry-count NOT < max-entries
               ADD 1 TO untracked-entries
               EXIT SECTION
           END-IF

           ADD 1 TO entry-count
           MOVE aud-c-code    TO et-c-code(entry-count)
           MOVE search-ord-no TO et-ord-no(entry-count)
           MOVE search-operator TO et-operator(entry-count)
           MOVE aud-date      TO et-date(entry-count)
           MOVE aud-time      TO et-time(entry-count)
           MOVE event-stamp   TO et-stamp(entry-count)
           MOVE follow-value  TO et-value(entry-count).
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Keying-Error looks the changed or voided     *
      *  order up among the orders entered this week.  It is   *
      *  a likely keying error when the operator who entered    *
      *  it voids it, or changes its value, inside              *
      *  keying-error-minutes -- a save that leaves the value    *
      *  alone, or only takes a payment, is not.                  *
      *                                                  *
      ****************************************************

       Check-Keying-Error SECTION.

           MOVE 0 TO entry-hit-ind
           PERFORM VARYING entry-ind FROM entry-count BY -1
                   UNTIL entry-ind < 1 OR entry-hit-ind > 0
               IF  et-c-code(entry-ind) = aud-c-code
                       AND et-ord-no(entry-ind) = search-ord-no
                   MOVE entry-ind TO entry-hit-ind
               END-IF
           END-PERFORM
           IF  entry-hit-ind = 0
               EXIT SECTION
           END-IF

           IF  aud-action = "ORDER-UPDATE"
               IF  et-value(entry-hit-ind) = SPACES
                   MOVE follow-value TO et-value(entry-hit-ind)
                   EXIT SECTION
               END-IF
               IF  follow-value = et-value(entry-hit-ind)
                   EXIT SECTION
               END-IF
               MOVE follow-value TO et-value(entry-hit-ind)
           END-IF

           IF  et-operator(entry-hit-ind) NOT = search-operator
               EXIT SECTION
           END-IF
           COMPUTE elapsed-minutes =
               event-stamp - et-stamp(entry-hit-ind)
           IF  elapsed-minutes > keying-error-minutes
               EXIT SECTION
           END-IF

           MOVE SPACES TO oprd-sort-record
           MOVE "4" TO ps-section
           MOVE search-operator TO ps-group
           MOVE aud-date TO ps-date
           MOVE aud-time TO ps-time
           MOVE aud-c-code TO ps-c-code
           MOVE search-ord-no TO ps-ord-no
           MOVE et-date(entry-hit-ind) TO ps-entry-date
           MOVE et-time(entry-hit-ind) TO ps-entry-time
           MOVE aud-action TO ps-action
           MOVE elapsed-minutes TO ps-elapsed
           RELEASE oprd-sort-record
           ADD 1 TO keying-errors.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Operator SECTION.

           MOVE SPACES TO oprd-sort-record
           MOVE "1" TO ps-section
           MOVE ot-operator(operator-ind)     TO ps-group
           MOVE 0 TO ps-date
           MOVE 0 TO ps-time
           MOVE ot-entered(operator-ind)      TO ps-entered
           MOVE ot-changed(operator-ind)      TO ps-changed
           MOVE ot-voided(operator-ind)       TO ps-voided
           MOVE ot-cust-added(operator-ind)   TO ps-cust-added
           MOVE ot-cust-changed(operator-ind) TO ps-cust-changed
           MOVE ot-payments(operator-ind)     TO ps-payments
           MOVE ot-adjustments(operator-ind)  TO ps-adjustments
           MOVE ot-other(operator-ind)        TO ps-other
           MOVE ot-sessions(operator-ind)     TO ps-sessions
           MOVE ot-unclosed(operator-ind)     TO ps-unclosed
           MOVE ot-on-minutes(operator-ind)   TO ps-on-minutes
           PERFORM VARYING hour-ind FROM 1 BY 1
                   UNTIL hour-ind > 24
               MOVE ot-hour-count(operator-ind, hour-ind)
                   TO ps-hour-count(hour-ind)
           END-PERFORM
           RELEASE oprd-sort-record

           MOVE "2" TO ps-section
           RELEASE oprd-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Oprd-Sections returns the sorted records in   *
      *  section order -- the work counts by operator, the      *
      *  hour rows by operator, the office by day of week,       *
      *  and the keying errors by operator.                       *
      *                                                  *
      ****************************************************

       Print-Oprd-Sections SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN oprd-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  ps-section NOT = current-section
                           MOVE ps-section TO current-section
                           PERFORM Print-Section-Heading
                       END-IF
                       EVALUATE ps-section
                           WHEN "1"
                               PERFORM Print-Work-Line
                           WHEN "2"
                           WHEN "3"
                               PERFORM Print-Hour-Line
                           WHEN "4"
                               PERFORM Print-Error-Line
                       END-EVALUATE
               END-RETURN
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Section-Heading SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           EVALUATE ps-section
               WHEN "1"
                   MOVE "WORK BY OPERATOR" TO report-line
                   WRITE report-line
                   MOVE work-heading-1 TO report-line
                   WRITE report-line
                   MOVE work-heading-2 TO report-line
               WHEN "2"
                   MOVE "ACTIVITY BY HOUR OF DAY" TO report-line
                   WRITE report-line
                   MOVE "OPERATOR" TO hh-title
                   MOVE hour-heading TO report-line
               WHEN "3"
                   MOVE "ALL OPERATORS BY DAY OF WEEK AND HOUR"
                       TO report-line
                   WRITE report-line
                   MOVE "DAY" TO hh-title
                   MOVE hour-heading TO report-line
               WHEN "4"
                   MOVE SPACES TO report-line
                   MOVE keying-error-minutes TO minutes-display
                   STRING "LIKELY KEYING ERRORS -- CHANGED OR VOIDED "
                          "BY THE OPERATOR WITHIN "
                          minutes-display " MINUTES OF ENTRY"
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
                   MOVE error-heading TO report-line
           END-EVALUATE
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Work-Line SECTION.

           MOVE ps-group        TO wk-operator
           MOVE ps-entered      TO wk-entered
           MOVE ps-changed      TO wk-changed
           MOVE ps-voided       TO wk-voided
           MOVE ps-cust-added   TO wk-cust-added
           MOVE ps-cust-changed TO wk-cust-changed
           MOVE ps-payments     TO wk-payments
           MOVE ps-adjustments  TO wk-adjustments
           MOVE ps-other        TO wk-other
           MOVE ps-sessions     TO wk-sessions
           COMPUTE wk-hours-on ROUNDED = ps-on-minutes / 60
           MOVE ps-unclosed     TO wk-unclosed
           MOVE work-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Hour-Line SECTION.

           IF  ps-section = "3"
               MOVE ps-group(1:1) TO day-digit
               MOVE day-digit TO day-ind
               MOVE weekday-name(day-ind) TO hr-label
           ELSE
               MOVE ps-group TO hr-label
           END-IF
           PERFORM VARYING hour-ind FROM 1 BY 1
                   UNTIL hour-ind > 24
               MOVE ps-hour-count(hour-ind) TO hr-count(hour-ind)
           END-PERFORM
           MOVE hour-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Error-Line SECTION.

           MOVE ps-group      TO el-operator
           MOVE ps-c-code     TO el-c-code
           MOVE ps-ord-no     TO el-ord-no
           MOVE ps-entry-date TO el-entry-date
           MOVE ps-entry-time TO el-entry-time
           MOVE ps-action     TO el-action
           MOVE ps-date       TO el-date
           MOVE ps-time       TO el-time
           MOVE ps-elapsed    TO el-elapsed
           MOVE error-line TO report-line
           WRITE report-line
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
           MOVE "AUDIT ENTRIES READ:" TO tl-label
           MOVE audit-entries TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE "LIKELY KEYING ERRORS:" TO tl-label
           MOVE keying-errors TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           IF  unattributed-count > 0
               MOVE "ENTRIES PAST THE OPERATOR TABLE:" TO tl-label
               MOVE unattributed-count TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
           END-IF
           IF  untracked-entries > 0
               MOVE "ORDERS NOT CHECKED FOR KEYING ERRORS:"
                   TO tl-label
               MOVE untracked-entries TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Oprd-Date SECTION.

           MOVE control-id-oprddate TO ctl-id
           MOVE today-yyyymmdd      TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   MOVE control-id-oprddate TO ctl-id
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

           CALL "custrunc" USING "CUSTOPRD", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE control-file
           CLOSE report-file.
           EXIT.
