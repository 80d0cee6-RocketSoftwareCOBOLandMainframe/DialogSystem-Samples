      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly-batch marker.  custnite.sh runs this around the      *
      * chain to keep the "BATCHRUN" control-file record that        *
      * CUSTSIGN and the shared custbrun gate read:                  *
      *                                                              *
      *   custbmrk W  -- the chain is about to start: list every     *
      *                  operator the sessjrnl.dat session journal   *
      *                  still shows signed on, and warn them (the   *
      *                  update paths tell them to finish and sign   *
      *                  off) for the warning period                 *
      *   custbmrk S  -- the chain is starting: journal every        *
      *                  session still open as ended for the batch   *
      *                  (its next update ends it) and admit only    *
      *                  inquiry sessions from here on               *
      *   custbmrk C  -- the chain has finished: clear the marker    *
      *                                                              *
      * A marker already showing the chain running -- a restart      *
      * after a failure -- is left as it is: every session signed    *
      * on since is an inquiry or a logged override.  custbmrk.prt   *
      * lists the sessions warned or ended.                          *
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
       PROGRAM-ID. custbmrk.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT journal-file ASSIGN "sessjrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jrnl-status.

           SELECT report-file ASSIGN "custbmrk.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  control-file.
           COPY "custctl.cpy".

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
      *  sj-event as custsess writes it, plus "BND" for a session
      *  this program ended for the nightly batch.
           03  sj-event                PIC X(3).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".
           88  ctl-file-not-found      VALUE "35".

       01  jrnl-status                 PIC XX.
           88  jrnl-file-ok            VALUE "00".
           88  jrnl-file-eof           VALUE "10".
           88  jrnl-file-not-found     VALUE "35".

       77  run-mode                    PIC X.
           88  warn-mode               VALUE "W".
           88  start-mode              VALUE "S".
           88  clear-mode              VALUE "C".

       78  control-id-batchrun             VALUE "BATCHRUN".
       77  batch-state                 PIC 9(8) COMP.
           88  batch-idle                  VALUE 0.
           88  batch-warning               VALUE 1.
           88  batch-running               VALUE 2.
       78  batch-warning-state             VALUE 1.
       78  batch-running-state             VALUE 2.

      *  The sessions the journal still shows open -- one entry per
      *  operator and terminal, the latest sign-on winning.
       78  max-open-sessions               VALUE 200.
       77  open-session-count          PIC 9(4) COMP VALUE 0.
       01  open-session-table.
           03  os-entry OCCURS 200.
               05  os-operator         PIC X(8).
               05  os-terminal         PIC X(8).
               05  os-date             PIC 9(8).
               05  os-time             PIC 9(6).
       77  session-ind                 PIC 9(4) COMP.
       77  found-ind                   PIC 9(4) COMP.

       01  now-date                    PIC 9(8).
       01  now-time                    PIC 9(6).

       01  title-line.
           03  FILLER                  PIC X(24) VALUE
               "NIGHTLY BATCH MARKER -- ".
           03  tl-action               PIC X(40).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  tl-date                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  tl-time                 PIC 9(6).

       01  session-line.
           03  FILLER                  PIC X(9) VALUE "OPERATOR ".
           03  sl-operator             PIC X(8).
           03  FILLER                  PIC X(13) VALUE " AT TERMINAL ".
           03  sl-terminal             PIC X(8).
           03  FILLER                  PIC X(20) VALUE
               " SIGNED ON SINCE ".
           03  sl-date                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  sl-time                 PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-result               PIC X(30).

       01  count-line.
           03  cl-count                PIC ZZZ9.
           03  FILLER                  PIC X(30) VALUE
               " SESSION(S) STILL SIGNED ON".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE
           IF  NOT warn-mode AND NOT start-mode AND NOT clear-mode
               DISPLAY "CUSTBMRK: MODE MUST BE W, S OR C"
               STOP RUN
           END-IF

           PERFORM Program-Initialize

           EVALUATE TRUE
               WHEN clear-mode
                   MOVE "CLEARED -- THE CHAIN HAS FINISHED"
                       TO tl-action
                   PERFORM Print-Title
                   MOVE 0 TO batch-state
                   PERFORM Store-Batch-State
               WHEN batch-running
                   MOVE "ALREADY SET -- CHAIN RESTARTED"
                       TO tl-action
                   PERFORM Print-Title
               WHEN warn-mode
                   MOVE "SET -- CHAIN STARTING SHORTLY" TO tl-action
                   PERFORM Print-Title
                   MOVE batch-warning-state TO batch-state
                   PERFORM Store-Batch-State
                   PERFORM Find-Open-Sessions
                   MOVE "WARNED TO SIGN OFF" TO sl-result
                   PERFORM List-Open-Sessions
               WHEN start-mode
                   MOVE "SET -- CHAIN RUNNING" TO tl-action
                   PERFORM Print-Title
                   MOVE batch-running-state TO batch-state
                   PERFORM Store-Batch-State
                   PERFORM Find-Open-Sessions
                   MOVE "ENDED FOR THE NIGHTLY BATCH" TO sl-result
                   PERFORM List-Open-Sessions
                   PERFORM End-Open-Sessions
           END-EVALUATE

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT now-date FROM DATE YYYYMMDD
           ACCEPT now-time FROM TIME

           OPEN I-O control-file
           IF  ctl-file-not-found
               OPEN OUTPUT control-file
               CLOSE control-file
               OPEN I-O control-file
           END-IF

           MOVE 0 TO batch-state
           MOVE control-id-batchrun TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO batch-state
           END-READ

           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Title SECTION.

           MOVE now-date TO tl-date
           MOVE now-time TO tl-time
           MOVE title-line TO report-line
           WRITE report-line
           DISPLAY report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Batch-State SECTION.

           MOVE control-id-batchrun TO ctl-id
           MOVE batch-state         TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   MOVE control-id-batchrun TO ctl-id
                   MOVE batch-state         TO ctl-next-no
                   WRITE control-record
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Open-Sessions replays the session journal:    *
      *  a sign-on opens a session for its operator and      *
      *  terminal, a sign-off (or an earlier batch ending)    *
      *  closes it.  Idle locks and unlocks leave it open.     *
      *                                                  *
      ****************************************************

       Find-Open-Sessions SECTION.

           MOVE 0 TO open-session-count
           OPEN INPUT journal-file
           IF  jrnl-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL jrnl-file-eof
               READ journal-file
                   AT END
                       SET jrnl-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Journal-Event
               END-READ
           END-PERFORM

           CLOSE journal-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Apply-Journal-Event SECTION.

           MOVE 0 TO found-ind
           PERFORM VARYING session-ind FROM 1 BY 1
                   UNTIL session-ind > open-session-count
                      OR found-ind > 0
               IF  os-operator(session-ind) = sj-operator
                       AND os-terminal(session-ind) = sj-terminal
                   MOVE session-ind TO found-ind
               END-IF
           END-PERFORM

           EVALUATE sj-event
               WHEN "ON "
                   IF  found-ind = 0
                       IF  open-session-count >= max-open-sessions
                           EXIT SECTION
                       END-IF
                       ADD 1 TO open-session-count
                       MOVE open-session-count TO found-ind
                   END-IF
                   MOVE sj-operator TO os-operator(found-ind)
                   MOVE sj-terminal TO os-terminal(found-ind)
                   MOVE sj-date     TO os-date(found-ind)
                   MOVE sj-time     TO os-time(found-ind)
               WHEN "OFF"
               WHEN "BND"
      *  Closed -- the last entry moves into its slot.
                   IF  found-ind > 0
                       MOVE os-entry(open-session-count)
                           TO os-entry(found-ind)
                       SUBTRACT 1 FROM open-session-count
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       List-Open-Sessions SECTION.

           PERFORM VARYING session-ind FROM 1 BY 1
                   UNTIL session-ind > open-session-count
               MOVE os-operator(session-ind) TO sl-operator
               MOVE os-terminal(session-ind) TO sl-terminal
               MOVE os-date(session-ind)     TO sl-date
               MOVE os-time(session-ind)     TO sl-time
               MOVE session-line TO report-line
               WRITE report-line
               DISPLAY report-line
           END-PERFORM

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE open-session-count TO cl-count
           MOVE count-line TO report-line
           WRITE report-line
           DISPLAY report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  End-Open-Sessions journals each session still      *
      *  open as ended for the batch -- CUSTWHO shows it,    *
      *  tomorrow's warning no longer lists it, and the      *
      *  custbrun gate ends the session itself at its next   *
      *  update.                                             *
      *                                                  *
      ****************************************************

       End-Open-Sessions SECTION.

           IF  open-session-count = 0
               EXIT SECTION
           END-IF

           OPEN EXTEND journal-file
           IF  NOT jrnl-file-ok
               OPEN OUTPUT journal-file
           END-IF
           PERFORM VARYING session-ind FROM 1 BY 1
                   UNTIL session-ind > open-session-count
               MOVE SPACES TO journal-record
               MOVE now-date                 TO sj-date
               MOVE now-time                 TO sj-time
               MOVE os-operator(session-ind) TO sj-operator
               MOVE os-terminal(session-ind) TO sj-terminal
               MOVE "BND"                    TO sj-event
               WRITE journal-record
           END-PERFORM
           CLOSE journal-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE control-file
           CLOSE report-file.
           EXIT.
