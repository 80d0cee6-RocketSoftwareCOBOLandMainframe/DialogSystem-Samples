      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Group customer reference maintenance utility.  Reads         *
      * customer-code/group-reference pairs from grpref.dat and sets *
      * file-c-group-ref on the matching customer-record -- the      *
      * reference that ties this company's account to the same       *
      * customer's accounts in the other companies on the            *
      * installation, matched by the CUSTGRPC group consolidation    *
      * for its credit-exposure section.  Run it in each company's   *
      * directory with that company's own deck.  The same            *
      * deck-and-report pattern CUSTLEAD uses for the lead time; a   *
      * blank reference takes the account out of the group.  Every   *
      * change is written to the audit trail.                        *
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
       PROGRAM-ID. custgref.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT grpref-file ASSIGN "grpref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS grpref-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custgref.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  grpref-file.
       01  grpref-record.
           03  gr-c-code                PIC X(5).
           03  gr-group-ref             PIC X(8).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  grpref-status               PIC XX.
           88  grpref-file-ok          VALUE "00".
           88  grpref-file-eof         VALUE "10".

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
           03  rl-group-ref            PIC X(8).
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

           OPEN INPUT grpref-file
           IF  edit-pass
               OPEN INPUT customer-file
           ELSE
               OPEN I-O customer-file
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL grpref-file-eof
               READ grpref-file
                   AT END
                       SET grpref-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Group-Ref
               END-READ
           END-PERFORM

           CLOSE grpref-file
           CLOSE customer-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Group-Ref reads the customer-record for      *
      *  gr-c-code and sets file-c-group-ref, logging the    *
      *  outcome to report-file.                              *
      *                                                  *
      ****************************************************

       Apply-Group-Ref SECTION.

           MOVE SPACES       TO rl-result
           MOVE gr-c-code    TO rl-c-code
           MOVE gr-group-ref TO rl-group-ref

           MOVE gr-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  edit-pass
               STRING "WOULD SET (NOW " file-c-group-ref ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "GROUP REF " file-c-group-ref
               DELIMITED BY SIZE INTO aud-before-image
           STRING "GROUP REF " gr-group-ref
               DELIMITED BY SIZE INTO aud-after-image

           MOVE gr-group-ref TO file-c-group-ref
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "GROUP-REF", gr-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           IF  gr-group-ref = SPACES
               MOVE "CLEARED -- NO LONGER IN THE GROUP" TO rl-result
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
