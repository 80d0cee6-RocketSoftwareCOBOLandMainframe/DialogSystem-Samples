      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Control-parameter listing for the auditors.  Prints every    *
      * control record the ctlcat.cpy catalogue names -- kind,       *
      * description, valid range, and the value on ctlfile.ism or,   *
      * when the record is not on file, the default the programs     *
      * fall back on -- then any record on file the catalogue does   *
      * not name, and finally every change and supervised reset      *
      * VOCPARM has made, off the audit trail, with the old and new  *
      * value and who made it.  The change history starts from the   *
      * YYYYMMDD date on the command line ("custparl 20260101"),     *
      * from the start of the trail when none is given.              *
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
       PROGRAM-ID. custparl.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT audit-file ASSIGN "custaudx.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS aud-key
           ALTERNATE RECORD KEY IS aud-date WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS audit-status.

           SELECT report-file ASSIGN "custparl.prt"
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

       FD  audit-file.
           COPY "custaud.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".
           88  ctl-file-eof            VALUE "10".

       01  audit-status                PIC XX.
           88  audit-file-ok           VALUE "00".
           88  audit-file-eof          VALUE "10".

           COPY "ctlcat.cpy".

       77  cat-ind                     PIC 9(4) COMP.
       77  catalogued-switch           PIC X.
           88  record-catalogued       VALUE "Y".

       01  history-from                PIC 9(8).
       01  today-yyyymmdd              PIC 9(8).

       77  records-listed              PIC 9(5) COMP VALUE 0.
       77  records-on-default          PIC 9(5) COMP VALUE 0.
       77  records-uncatalogued        PIC 9(5) COMP VALUE 0.
       77  changes-listed              PIC 9(5) COMP VALUE 0.
       77  count-display               PIC ZZZZ9.

       01  page-title.
           03  FILLER                  PIC X(40) VALUE
               "CONTROL PARAMETER LISTING".
           03  FILLER                  PIC X(9) VALUE "RUN DATE ".
           03  pt-date                 PIC 9(8).

       01  column-heading.
           03  FILLER                  PIC X(10) VALUE "RECORD".
           03  FILLER                  PIC X(12) VALUE "KIND".
           03  FILLER                  PIC X(38) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(10) VALUE "   VALUE".
           03  FILLER                  PIC X(10) VALUE "SOURCE".
           03  FILLER                  PIC X(10) VALUE " DEFAULT".
           03  FILLER                  PIC X(20) VALUE "  VALID RANGE".

       01  parm-line.
           03  pl-id                   PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-kind                 PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-desc                 PIC X(36).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-value                PIC Z(7)9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-source               PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-default              PIC Z(7)9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  pl-low                  PIC Z(7)9.
           03  FILLER                  PIC X(3) VALUE " - ".
           03  pl-high                 PIC Z(7)9.

       01  change-line.
           03  cl-date                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  cl-time                 PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-operator             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-action               PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-before               PIC X(33).
           03  FILLER                  PIC X(4) VALUE " TO ".
           03  cl-after                PIC X(50).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM List-Catalogued-Records
           PERFORM List-Uncatalogued-Records
           PERFORM List-Parameter-Changes
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO history-from
           ACCEPT history-from FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT control-file
           OPEN OUTPUT report-file

           MOVE today-yyyymmdd TO pt-date
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE column-heading TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Catalogued-Records prints the catalogue in   *
      *  its own order -- thresholds, then counters, then    *
      *  checkpoints.                                         *
      *                                                  *
      ****************************************************

       List-Catalogued-Records SECTION.

           PERFORM VARYING cat-ind FROM 1 BY 1
                           UNTIL cat-ind > ctl-cat-count
               MOVE ctl-cat-id(cat-ind)      TO pl-id
               MOVE ctl-cat-desc(cat-ind)    TO pl-desc
               MOVE ctl-cat-default(cat-ind) TO pl-default
               MOVE ctl-cat-low(cat-ind)     TO pl-low
               MOVE ctl-cat-high(cat-ind)    TO pl-high
               EVALUATE TRUE
                   WHEN ctl-cat-threshold(cat-ind)
                       MOVE "THRESHOLD" TO pl-kind
                   WHEN ctl-cat-counter(cat-ind)
                       MOVE "COUNTER" TO pl-kind
                   WHEN OTHER
                       MOVE "CHECKPOINT" TO pl-kind
               END-EVALUATE

               MOVE ctl-cat-id(cat-ind) TO ctl-id
               MOVE 0 TO ctl-next-no
               IF  ctl-file-ok
                   READ control-file
                       INVALID KEY
                           MOVE "DEFAULT" TO pl-source
                           MOVE ctl-cat-default(cat-ind) TO pl-value
                           ADD 1 TO records-on-default
                       NOT INVALID KEY
                           MOVE "ON FILE" TO pl-source
                           MOVE ctl-next-no TO pl-value
                   END-READ
               ELSE
                   MOVE "DEFAULT" TO pl-source
                   MOVE ctl-cat-default(cat-ind) TO pl-value
                   ADD 1 TO records-on-default
               END-IF

               MOVE parm-line TO report-line
               WRITE report-line
               ADD 1 TO records-listed
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Uncatalogued-Records prints any record on    *
      *  file the catalogue does not name.                   *
      *                                                  *
      ****************************************************

       List-Uncatalogued-Records SECTION.

           IF  NOT ctl-file-ok
               EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO ctl-id
           START control-file KEY IS NOT LESS THAN ctl-id
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM UNTIL ctl-file-eof
               READ control-file NEXT RECORD
                   AT END
                       SET ctl-file-eof TO TRUE
                   NOT AT END
                       PERFORM Check-Catalogued
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Catalogued SECTION.

           MOVE "N" TO catalogued-switch
           PERFORM VARYING cat-ind FROM 1 BY 1
                           UNTIL cat-ind > ctl-cat-count
               IF  ctl-cat-id(cat-ind) = ctl-id
                   MOVE "Y" TO catalogued-switch
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF  record-catalogued
               EXIT SECTION
           END-IF

           MOVE ctl-id      TO pl-id
           MOVE "COUNTER"   TO pl-kind
           MOVE 0           TO pl-default
           MOVE 0           TO pl-low
           MOVE 99999999    TO pl-high
           IF  ctl-id(1:4) = "EOSQ"
               MOVE "LAST EDI OUTBOUND SEQUENCE, PARTNER" TO pl-desc
           ELSE
               MOVE "NOT IN THE CATALOGUE" TO pl-desc
           END-IF
           MOVE ctl-next-no TO pl-value
           MOVE "ON FILE"   TO pl-source
           MOVE parm-line TO report-line
           WRITE report-line
           ADD 1 TO records-listed
           ADD 1 TO records-uncatalogued.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Parameter-Changes prints the control-record  *
      *  changes and resets off the audit trail -- they are  *
      *  written against no customer, so they sit together    *
      *  at the front of the trail's key.                       *
      *                                                  *
      ****************************************************

       List-Parameter-Changes SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "CONTROL PARAMETER CHANGES" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           OPEN INPUT audit-file
           IF  NOT audit-file-ok
               MOVE "NO AUDIT TRAIL ON FILE" TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           MOVE SPACES       TO aud-c-code
           MOVE history-from TO aud-date
           MOVE 0            TO aud-time
           MOVE 0            TO aud-seq
           START audit-file KEY IS NOT LESS THAN aud-key
               INVALID KEY
                   SET audit-file-eof TO TRUE
           END-START

           PERFORM UNTIL audit-file-eof
               READ audit-file NEXT RECORD
                   AT END
                       SET audit-file-eof TO TRUE
                   NOT AT END
                       IF  aud-c-code NOT = SPACES
                           SET audit-file-eof TO TRUE
                       ELSE
                           IF  aud-action = "CTL-CHANGE"
                                   OR aud-action = "CTL-RESET"
                               PERFORM Print-Change-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE audit-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Change-Line SECTION.

           MOVE aud-date      TO cl-date
           MOVE aud-time      TO cl-time
           MOVE aud-operator  TO cl-operator
           MOVE aud-action    TO cl-action
      *  The images are VOCPARM's "CTL <record> VALUE <value>" --
      *  the new value and who set it follow the record ID.
           MOVE aud-before(5:33) TO cl-before
           MOVE aud-after(13:50) TO cl-after
           MOVE change-line TO report-line
           WRITE report-line
           ADD 1 TO changes-listed.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE records-listed TO count-display
           MOVE SPACES TO report-line
           STRING "CONTROL RECORDS LISTED:   " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE records-on-default TO count-display
           MOVE SPACES TO report-line
           STRING "RUNNING ON THE DEFAULT:   " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE records-uncatalogued TO count-display
           MOVE SPACES TO report-line
           STRING "NOT IN THE CATALOGUE:     " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE changes-listed TO count-display
           MOVE SPACES TO report-line
           STRING "CHANGES AND RESETS:       " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           IF  ctl-file-ok OR ctl-file-eof
               CLOSE control-file
           END-IF
           CLOSE report-file.
           EXIT.
