      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Statement-cycle maintenance utility.  Reads customer-code/   *
      * cycle-day/always records from stmtcyc.dat and sets           *
      * file-c-stmt-cycle and file-c-stmt-always on the matching     *
      * customer-record -- the same deck-and-report pattern          *
      * CUSTDLVM uses for the delivery preference.  The cycle day    *
      * must be 01 to 28 so it falls in every month; the always      *
      * flag "Y" asks for a statement every cycle even when it would *
      * show no balance and no activity, "N" lets such a statement   *
      * be suppressed.  Every change is written to the audit trail.  *
      * The nightly CUSTSTMT cycle run acts on both.                 *
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
       PROGRAM-ID. custcycm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cycle-file ASSIGN "stmtcyc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cyc-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custcycm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  cycle-file.
       01  cycle-record.
           03  sc-c-code                PIC X(5).
           03  sc-cycle-day             PIC 99.
           03  sc-always                PIC X.
               88  sc-valid-always          VALUE "Y" "N".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cyc-status                  PIC XX.
           88  cyc-file-ok             VALUE "00".
           88  cyc-file-eof            VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  Run with "E" on the command line the utility is an edit
      *  pass: every deck record is validated and the report shows
      *  exactly what would change, but nothing is committed.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       01  result-line.
           03  FILLER                  PIC X(8) VALUE "CUSTOMER".
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-cycle-day            PIC XX.
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-always               PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(40).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE

           OPEN INPUT cycle-file
           IF  edit-pass
               OPEN INPUT customer-file
           ELSE
               OPEN I-O customer-file
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL cyc-file-eof
               READ cycle-file
                   AT END
                       SET cyc-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Statement-Cycle
               END-READ
           END-PERFORM

           CLOSE cycle-file
           CLOSE customer-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Statement-Cycle reads the customer-record *
      *  for sc-c-code and sets its statement cycle day  *
      *  and always flag, logging the outcome to         *
      *  report-file.                                    *
      *                                                  *
      ****************************************************

       Apply-Statement-Cycle SECTION.

           MOVE SPACES       TO rl-result
           MOVE sc-c-code    TO rl-c-code
           MOVE sc-cycle-day TO rl-cycle-day
           MOVE sc-always    TO rl-always

           IF  sc-cycle-day NOT NUMERIC
               MOVE "CYCLE DAY NOT 01 TO 28" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  sc-cycle-day < 1 OR sc-cycle-day > 28
               MOVE "CYCLE DAY NOT 01 TO 28" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  NOT sc-valid-always
               MOVE "ALWAYS FLAG NOT Y OR N" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE sc-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  edit-pass
               STRING "WOULD SET (NOW " file-c-stmt-cycle " "
                      file-c-stmt-always ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "CYCLE " file-c-stmt-cycle " ALWAYS "
                  file-c-stmt-always
               DELIMITED BY SIZE INTO aud-before-image
           STRING "CYCLE " sc-cycle-day " ALWAYS " sc-always
               DELIMITED BY SIZE INTO aud-after-image

           MOVE sc-cycle-day TO file-c-stmt-cycle
           MOVE sc-always    TO file-c-stmt-always
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "STMT-CYCLE", sc-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           MOVE "STATEMENT CYCLE SET" TO rl-result
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Result-Line SECTION.

           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.
