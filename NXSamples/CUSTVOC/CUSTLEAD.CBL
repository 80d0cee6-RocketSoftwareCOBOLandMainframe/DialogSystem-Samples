      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Customer lead-time maintenance utility.  Reads customer-     *
      * code/lead-days pairs from leadtime.dat and sets              *
      * file-c-lead-days on the matching customer-record -- the      *
      * number of days after the order date the account normally     *
      * expects its goods to ship, which the shared custreqd lookup  *
      * turns into the requested ship date an order defaults to.     *
      * The same deck-and-report pattern CUSTDLVM uses for the       *
      * delivery preference; zero puts the account back on the       *
      * house default.  Every change is written to the audit trail.  *
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
       PROGRAM-ID. custlead.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lead-file ASSIGN "leadtime.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS lead-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custlead.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  lead-file.
       01  lead-record.
           03  ld-c-code                PIC X(5).
           03  ld-lead-days             PIC 9(3).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  lead-status                 PIC XX.
           88  lead-file-ok            VALUE "00".
           88  lead-file-eof           VALUE "10".

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
           03  rl-lead-days            PIC X(3).
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

           OPEN INPUT lead-file
           IF  edit-pass
               OPEN INPUT customer-file
           ELSE
               OPEN I-O customer-file
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL lead-file-eof
               READ lead-file
                   AT END
                       SET lead-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Lead-Time
               END-READ
           END-PERFORM

           CLOSE lead-file
           CLOSE customer-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Lead-Time reads the customer-record for      *
      *  ld-c-code and sets file-c-lead-days, logging the    *
      *  outcome to report-file.                              *
      *                                                  *
      ****************************************************

       Apply-Lead-Time SECTION.

           MOVE SPACES       TO rl-result
           MOVE ld-c-code    TO rl-c-code
           MOVE ld-lead-days TO rl-lead-days

           IF  ld-lead-days NOT NUMERIC
               MOVE "LEAD DAYS NOT NUMERIC" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE ld-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  edit-pass
               STRING "WOULD SET (NOW " file-c-lead-days(1:3) ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "LEAD DAYS " file-c-lead-days(1:3)
               DELIMITED BY SIZE INTO aud-before-image
           STRING "LEAD DAYS " ld-lead-days
               DELIMITED BY SIZE INTO aud-after-image

           MOVE ld-lead-days TO file-c-lead-days
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "LEAD-SET", ld-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           IF  ld-lead-days = 0
               MOVE "SET TO THE HOUSE DEFAULT" TO rl-result
           ELSE
               MOVE "SET" TO rl-result
           END-IF
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
