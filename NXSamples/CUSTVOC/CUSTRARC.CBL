      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Report repository filer.  Every step of the nightly chain    *
      * prints to its own <step>.prt, which the next night's run     *
      * overwrites -- this files an exact copy of each one on        *
      * rptarch.dat, indexed on rptarc.ism by report name, run date, *
      * company and the runctl.dat record that produced it (see      *
      * rptarc.cpy).  Run bare as the last step of custnite.sh, it   *
      * takes the latest run-control record of every step and files  *
      * that step's print file unless that run is already filed, so  *
      * a restarted chain files what the restart printed.  The       *
      * month-end and year-end jobs write no run-control record:     *
      * name them on the command line once they have run             *
      * ("custrarc CUSTCLOS CUSTGLRC CUSTRVAL"), and the same goes   *
      * for CUSTMORN's morning status.  A daily report is kept for   *
      * the "RPTDAYS " control-file days (90 when not set), a        *
      * month-end or year-end one for the "RPTYEARS" years (7) --    *
      * CUSTRPRG.CBL purges on the keep-until date stamped here, and *
      * VOCRPTV.CBL lists, views and reprints what is on file.       *
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
       PROGRAM-ID. custrarc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT runctl-file ASSIGN "runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS runctl-status.

      *  Each report's print file is read in turn through one
      *  dynamically assigned reader.
           SELECT print-file ASSIGN prt-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prt-status.

           SELECT rptarch-file ASSIGN "rptarch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rarc-status.

           SELECT rptarc-file ASSIGN "rptarc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rpa-key
           ACCESS IS DYNAMIC
           FILE STATUS IS index-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT report-file ASSIGN "custrarc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  runctl-file.
           COPY "runctlrc.cpy".

       FD  print-file.
       01  print-line                  PIC X(132).

       FD  rptarch-file.
       01  rptarch-line                PIC X(132).

       FD  rptarc-file.
           COPY "rptarc.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  runctl-status               PIC XX.
           88  runctl-file-ok          VALUE "00".
           88  runctl-file-eof         VALUE "10".

       01  prt-status                  PIC XX.
           88  prt-file-ok             VALUE "00".
           88  prt-file-eof            VALUE "10".
           88  prt-file-not-found      VALUE "35".

       01  rarc-status                 PIC XX.
           88  rarc-file-ok            VALUE "00".

       01  index-status                PIC XX.
           88  index-file-ok           VALUE "00".
           88  index-file-not-found    VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       77  prt-file-name               PIC X(12).
       77  lower-name                  PIC X(8).

      *  Retention -- days for a daily report, years for a
      *  month-end or year-end one, from the control file.
       78  control-id-rptdays              VALUE "RPTDAYS ".
       78  control-id-rptyears             VALUE "RPTYEARS".
       77  keep-days                   PIC 9(5) COMP.
       77  keep-years                  PIC 9(3) COMP.

      *  The jobs whose reports are kept long-term -- any report
      *  not named here is a daily one.
       01  long-term-table.
           03  FILLER                  PIC X(9) VALUE "CUSTCLOSM".
           03  FILLER                  PIC X(9) VALUE "CUSTGLRCM".
           03  FILLER                  PIC X(9) VALUE "CUSTICRCM".
           03  FILLER                  PIC X(9) VALUE "CUSTRVALM".
           03  FILLER                  PIC X(9) VALUE "CUSTKPIRM".
           03  FILLER                  PIC X(9) VALUE "CUSTCOMMM".
           03  FILLER                  PIC X(9) VALUE "CUSTAUDMM".
           03  FILLER                  PIC X(9) VALUE "CUSTUNAPM".
           03  FILLER                  PIC X(9) VALUE "INVVAL  M".
           03  FILLER                  PIC X(9) VALUE "CUSTGRPCM".
           03  FILLER                  PIC X(9) VALUE "CUSTYENDY".
           03  FILLER                  PIC X(9) VALUE "CUSTARCHY".
           03  FILLER                  PIC X(9) VALUE "CUSTESCHY".
       01  long-term-entries REDEFINES long-term-table.
           03  long-term-entry OCCURS 13.
               05  lt-name             PIC X(8).
               05  lt-class            PIC X.
       78  long-term-count                 VALUE 13.
       77  lt-ind                      PIC 99 COMP.

      *  The latest run-control record of every step on runctl.dat
      *  -- the file is appended in run order, so the last record
      *  seen for a step is its latest run.
       78  max-steps                       VALUE 100.
       77  step-count                  PIC 9(4) COMP VALUE 0.
       77  step-ind                    PIC 9(4) COMP.
       77  step-found-ind              PIC 9(4) COMP.
       01  step-table.
           03  step-entry OCCURS 100.
               05  st-step             PIC X(8).
               05  st-date             PIC 9(8).
               05  st-start            PIC 9(6).
               05  st-end              PIC 9(6).
               05  st-rc               PIC 9(4).

      *  Report names from the command line, for the jobs that
      *  write no run-control record.
       01  command-text                PIC X(80).
       01  named-reports.
           03  named-report OCCURS 8   PIC X(8).
       77  named-count                 PIC 9 COMP.
       77  named-ind                   PIC 9 COMP.

       01  today-yyyymmdd              PIC 9(8).
       01  now-hhmmss                  PIC 9(6).
       01  now-time-full               PIC 9(8).
       77  keep-julian                 PIC 9(7) COMP.
       77  filing-company              PIC X(3).
       77  filing-company-name         PIC X(30).

      *  The marker line each filed report opens with.
       01  rpt-marker-line.
           03  rm-tag                  PIC X(5).
               88  rpt-marker              VALUE "@RPT ".
           03  rm-name                 PIC X(8).
           03  FILLER                  PIC X.
           03  rm-run-date             PIC 9(8).
           03  FILLER                  PIC X.
           03  rm-run-time             PIC 9(6).
           03  FILLER                  PIC X.
           03  rm-keep-until           PIC 9(8).

      *  The report being filed.
       01  filing-entry.
           03  fe-name                 PIC X(8).
           03  fe-date                 PIC 9(8).
           03  fe-start                PIC 9(6).
           03  fe-end                  PIC 9(6).
           03  fe-rc                   PIC 9(4).
           03  fe-runctl-switch        PIC X.

       77  lines-copied                PIC 9(7) COMP.
       77  reports-filed               PIC 9(5) COMP VALUE 0.
       77  reports-already             PIC 9(5) COMP VALUE 0.
       77  count-display               PIC ZZZZ9.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  result-line.
           03  rl-name                 PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-date                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-time                 PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-lines                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-keep-until           PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(40).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Latest-Runs

           IF  named-count = 0
               PERFORM VARYING step-ind FROM 1 BY 1
                               UNTIL step-ind > step-count
                   PERFORM File-Latest-Run
               END-PERFORM
           ELSE
               PERFORM VARYING named-ind FROM 1 BY 1
                               UNTIL named-ind > named-count
                   PERFORM File-Named-Report
               END-PERFORM
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

           MOVE SPACES TO command-text named-reports
           MOVE 0 TO named-count
           ACCEPT command-text FROM COMMAND-LINE
           INSPECT command-text CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           UNSTRING command-text DELIMITED BY ALL SPACE
               INTO named-report(1) named-report(2) named-report(3)
                    named-report(4) named-report(5) named-report(6)
                    named-report(7) named-report(8)
           END-UNSTRING
           PERFORM VARYING named-ind FROM 1 BY 1
                           UNTIL named-ind > 8
               IF  named-report(named-ind) NOT = SPACES
                   MOVE named-ind TO named-count
               END-IF
           END-PERFORM

           MOVE 90 TO keep-days
           MOVE 7  TO keep-years
           OPEN INPUT control-file
           IF  ctl-file-ok
               MOVE control-id-rptdays TO ctl-id
               READ control-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  ctl-next-no > 0
                           MOVE ctl-next-no TO keep-days
                       END-IF
               END-READ
               MOVE control-id-rptyears TO ctl-id
               READ control-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  ctl-next-no > 0
                           MOVE ctl-next-no TO keep-years
                       END-IF
               END-READ
               CLOSE control-file
           END-IF

           CALL "custcomp" USING filing-company, filing-company-name
           END-CALL

           OPEN EXTEND rptarch-file
           IF  NOT rarc-file-ok
               OPEN OUTPUT rptarch-file
           END-IF
           OPEN I-O rptarc-file
           IF  index-file-not-found
               OPEN OUTPUT rptarc-file
               CLOSE rptarc-file
               OPEN I-O rptarc-file
           END-IF
           OPEN OUTPUT report-file

           MOVE "REPORT REPOSITORY FILING" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Latest-Runs keeps the last run-control        *
      *  record seen for every step.                          *
      *                                                  *
      ****************************************************

       Load-Latest-Runs SECTION.

           OPEN INPUT runctl-file
           IF  NOT runctl-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL runctl-file-eof
               READ runctl-file
                   AT END
                       SET runctl-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Keep-Latest-Run
               END-READ
           END-PERFORM

           CLOSE runctl-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Keep-Latest-Run SECTION.

           MOVE 0 TO step-found-ind
           PERFORM VARYING step-ind FROM 1 BY 1
                           UNTIL step-ind > step-count
               IF  st-step(step-ind) = run-step
                   MOVE step-ind TO step-found-ind
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF  step-found-ind = 0
               IF  step-count >= max-steps
                   EXIT SECTION
               END-IF
               ADD 1 TO step-count
               MOVE step-count TO step-found-ind
               MOVE run-step TO st-step(step-found-ind)
           END-IF

           MOVE run-date       TO st-date(step-found-ind)
           MOVE run-start-time TO st-start(step-found-ind)
           MOVE run-end-time   TO st-end(step-found-ind)
           MOVE run-rc         TO st-rc(step-found-ind).
           EXIT.

      ****************************************************
      *                                                  *
      *  File-Latest-Run files one step's latest run --     *
      *  this run's own report is still being written and     *
      *  is filed by tomorrow's.                               *
      *                                                  *
      ****************************************************

       File-Latest-Run SECTION.

           IF  st-step(step-ind) = "CUSTRARC"
               EXIT SECTION
           END-IF

           MOVE st-step(step-ind)  TO fe-name
           MOVE st-date(step-ind)  TO fe-date
           MOVE st-start(step-ind) TO fe-start
           MOVE st-end(step-ind)   TO fe-end
           MOVE st-rc(step-ind)    TO fe-rc
           MOVE "Y"                TO fe-runctl-switch
           PERFORM File-One-Report.
           EXIT.

      ****************************************************
      *                                                  *
      *  File-Named-Report files a report named on the      *
      *  command line -- under today's run-control record     *
      *  for it when there is one, otherwise under the time     *
      *  it was filed.                                           *
      *                                                  *
      ****************************************************

       File-Named-Report SECTION.

           MOVE named-report(named-ind) TO fe-name
           MOVE 0 TO step-found-ind
           PERFORM VARYING step-ind FROM 1 BY 1
                           UNTIL step-ind > step-count
               IF  st-step(step-ind) = fe-name
                       AND st-date(step-ind) = today-yyyymmdd
                   MOVE step-ind TO step-found-ind
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF  step-found-ind > 0
               MOVE st-date(step-found-ind)  TO fe-date
               MOVE st-start(step-found-ind) TO fe-start
               MOVE st-end(step-found-ind)   TO fe-end
               MOVE st-rc(step-found-ind)    TO fe-rc
               MOVE "Y"                      TO fe-runctl-switch
           ELSE
               ACCEPT now-time-full FROM TIME
               MOVE now-time-full(1:6) TO now-hhmmss
               MOVE today-yyyymmdd TO fe-date
               MOVE now-hhmmss     TO fe-start
               MOVE now-hhmmss     TO fe-end
               MOVE 0              TO fe-rc
               MOVE "N"            TO fe-runctl-switch
           END-IF
           PERFORM File-One-Report.
           EXIT.

      ****************************************************
      *                                                  *
      *  File-One-Report copies the report's print file      *
      *  into the repository behind its marker line and        *
      *  cuts the index entry.  A run already filed, or a        *
      *  report with no print file on disk, is passed over.       *
      *                                                  *
      ****************************************************

       File-One-Report SECTION.

           MOVE SPACES         TO result-line
           MOVE fe-name        TO rl-name
           MOVE fe-date        TO rl-date
           MOVE fe-start       TO rl-time

           MOVE fe-name  TO rpa-name
           MOVE fe-date  TO rpa-run-date
           MOVE fe-start TO rpa-run-time
           READ rptarc-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO reports-already
                   EXIT SECTION
           END-READ

           MOVE fe-name TO lower-name
           INSPECT lower-name CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           MOVE SPACES TO prt-file-name
           STRING lower-name DELIMITED BY SPACE
                  ".prt"     DELIMITED BY SIZE
               INTO prt-file-name
           MOVE "00" TO prt-status
           OPEN INPUT print-file
           IF  NOT prt-file-ok
      *  A step that prints nothing (the dashboard snapshot) has no
      *  print file -- only worth a line when it was asked for.
               IF  fe-runctl-switch = "N" OR named-count > 0
                   MOVE "NO PRINT FILE ON DISK" TO rl-result
                   MOVE result-line TO report-line
                   WRITE report-line
               END-IF
               EXIT SECTION
           END-IF

           MOVE SPACES TO rptarc-record
           MOVE fe-name          TO rpa-name
           MOVE fe-date          TO rpa-run-date
           MOVE fe-start         TO rpa-run-time
           MOVE filing-company   TO rpa-company
           MOVE fe-end           TO rpa-end-time
           MOVE fe-rc            TO rpa-rc
           MOVE fe-runctl-switch TO rpa-runctl-switch
           MOVE today-yyyymmdd   TO rpa-filed-date
           PERFORM Set-Retention

           MOVE SPACES        TO rpt-marker-line
           MOVE "@RPT "       TO rm-tag
           MOVE fe-name       TO rm-name
           MOVE fe-date       TO rm-run-date
           MOVE fe-start      TO rm-run-time
           MOVE rpa-keep-until TO rm-keep-until
           MOVE rpt-marker-line TO rptarch-line
           WRITE rptarch-line

           MOVE 0 TO lines-copied
           PERFORM UNTIL prt-file-eof
               READ print-file
                   AT END
                       SET prt-file-eof TO TRUE
                   NOT AT END
                       MOVE print-line TO rptarch-line
                       WRITE rptarch-line
                       ADD 1 TO lines-copied
               END-READ
           END-PERFORM
           CLOSE print-file

           MOVE lines-copied TO rpa-line-count
           WRITE rptarc-record
               INVALID KEY
                   MOVE "INDEX WRITE FAILED" TO rl-result
                   MOVE 8 TO run-rc-code
               NOT INVALID KEY
                   MOVE "FILED" TO rl-result
                   ADD 1 TO reports-filed
                   ADD 1 TO run-writes-count
           END-WRITE

           MOVE lines-copied   TO rl-lines
           MOVE rpa-keep-until TO rl-keep-until
           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Set-Retention classes the report and works out      *
      *  its keep-until date from the run date.                *
      *                                                  *
      ****************************************************

       Set-Retention SECTION.

           MOVE "D" TO rpa-class
           PERFORM VARYING lt-ind FROM 1 BY 1
                           UNTIL lt-ind > long-term-count
               IF  lt-name(lt-ind) = fe-name
                   MOVE lt-class(lt-ind) TO rpa-class
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF  rpa-daily
               COMPUTE keep-julian =
                   FUNCTION INTEGER-OF-DATE(fe-date) + keep-days
               COMPUTE rpa-keep-until =
                   FUNCTION DATE-OF-INTEGER(keep-julian)
           ELSE
               COMPUTE rpa-keep-until = fe-date + keep-years * 10000
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE reports-filed TO count-display
           MOVE SPACES TO report-line
           STRING "REPORTS FILED:          " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE reports-already TO count-display
           MOVE SPACES TO report-line
           STRING "ALREADY ON FILE:        " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CALL "custrunc" USING "CUSTRARC", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE rptarch-file
           CLOSE rptarc-file
           CLOSE report-file

           MOVE run-rc-code TO RETURN-CODE.
           EXIT.
