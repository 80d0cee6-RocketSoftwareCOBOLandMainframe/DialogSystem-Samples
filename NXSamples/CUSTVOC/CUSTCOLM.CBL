      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Collector maintenance utility.  Reads collect.dat, where     *
      * each record is either a collector definition ("C": code,     *
      * name and the sign-on that works the queue) written to        *
      * collmast.ism, or an account assignment ("A": collector code  *
      * and customer code) setting file-c-collector on the matching  *
      * customer-record -- the same deck-and-report pattern CUSTDLVM *
      * uses for the delivery preference.  An assignment with a      *
      * blank collector clears the override and hands the account    *
      * back to its area's collector (area-collector, set through    *
      * CUSTAMST).  Every assignment is written to the audit trail.  *
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
       PROGRAM-ID. custcolm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT collect-file ASSIGN "collect.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT collmast-file ASSIGN "collmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS coll-code
           ACCESS IS DYNAMIC
           FILE STATUS IS coll-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custcolm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  collect-file.
       01  collect-record.
           03  cd-type                  PIC X.
               88  cd-define-collector      VALUE "C".
               88  cd-assign-account        VALUE "A".
           03  cd-coll-code             PIC X(3).
           03  cd-detail                PIC X(28).
           03  cd-collector-detail REDEFINES cd-detail.
               05  cd-coll-name         PIC X(20).
               05  cd-coll-operator     PIC X(8).
           03  cd-assign-detail REDEFINES cd-detail.
               05  cd-c-code            PIC X(5).
               05  FILLER               PIC X(23).

       FD  collmast-file.
           COPY "collmast.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  coll-status                 PIC XX.
           88  coll-file-ok            VALUE "00".
           88  coll-file-not-found     VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  Run with "E" on the command line the utility is an edit
      *  pass: every deck record is validated and the report shows
      *  exactly what would change, but nothing is committed.  A
      *  collector defined earlier in the same deck is not on file
      *  yet during an edit pass, so its assignments show as
      *  refused until the definitions have been run for real.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       01  result-line.
           03  rl-type                 PIC X(9).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-code                 PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-collector            PIC X(3).
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

           OPEN INPUT collect-file
           IF  edit-pass
               OPEN INPUT collmast-file
               IF  coll-file-not-found
                   OPEN OUTPUT collmast-file
                   CLOSE collmast-file
                   OPEN INPUT collmast-file
               END-IF
               OPEN INPUT customer-file
           ELSE
               OPEN I-O collmast-file
               IF  coll-file-not-found
                   OPEN OUTPUT collmast-file
                   CLOSE collmast-file
                   OPEN I-O collmast-file
               END-IF
               OPEN I-O customer-file
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL deck-file-eof
               READ collect-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN cd-define-collector
                               PERFORM Apply-Collector-Definition
                           WHEN cd-assign-account
                               PERFORM Apply-Account-Assignment
                           WHEN OTHER
                               MOVE SPACES         TO rl-type
                               MOVE cd-type        TO rl-type
                               MOVE SPACES         TO rl-code
                               MOVE cd-coll-code   TO rl-collector
                               MOVE "RECORD TYPE NOT C OR A"
                                   TO rl-result
                               PERFORM Print-Result-Line
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE collect-file
           CLOSE collmast-file
           CLOSE customer-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Collector-Definition writes or rewrites   *
      *  the collmast-record for cd-coll-code.           *
      *                                                  *
      ****************************************************

       Apply-Collector-Definition SECTION.

           MOVE SPACES           TO rl-result
           MOVE "COLLECTOR"      TO rl-type
           MOVE SPACES           TO rl-code
           MOVE cd-coll-code     TO rl-collector

           IF  cd-coll-code = SPACES
               MOVE "COLLECTOR CODE REQUIRED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  cd-coll-operator = SPACES
               MOVE "SIGN-ON REQUIRED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  edit-pass
               MOVE cd-coll-code TO coll-code
               READ collmast-file
                   INVALID KEY
                       MOVE "WOULD ADD" TO rl-result
                   NOT INVALID KEY
                       MOVE "WOULD UPDATE" TO rl-result
               END-READ
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES           TO collmast-record
           MOVE cd-coll-code     TO coll-code
           MOVE cd-coll-name     TO coll-name
           MOVE cd-coll-operator TO coll-operator
           REWRITE collmast-record
               INVALID KEY
                   WRITE collmast-record
                       INVALID KEY
                           MOVE "WRITE FAILED" TO rl-result
                       NOT INVALID KEY
                           MOVE "COLLECTOR ADDED" TO rl-result
                   END-WRITE
               NOT INVALID KEY
                   MOVE "COLLECTOR UPDATED" TO rl-result
           END-REWRITE
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Account-Assignment reads the customer-    *
      *  record for cd-c-code and sets file-c-collector, *
      *  logging the outcome to report-file.             *
      *                                                  *
      ****************************************************

       Apply-Account-Assignment SECTION.

           MOVE SPACES        TO rl-result
           MOVE "ACCOUNT"     TO rl-type
           MOVE cd-c-code     TO rl-code
           MOVE cd-coll-code  TO rl-collector

           IF  cd-coll-code NOT = SPACES
               MOVE cd-coll-code TO coll-code
               READ collmast-file
                   INVALID KEY
                       MOVE "COLLECTOR NOT ON COLLMAST" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
               END-READ
           END-IF

           MOVE cd-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  edit-pass
               STRING "WOULD SET (NOW " file-c-collector ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "COLLECTOR " file-c-collector
               DELIMITED BY SIZE INTO aud-before-image
           STRING "COLLECTOR " cd-coll-code
               DELIMITED BY SIZE INTO aud-after-image

           MOVE cd-coll-code TO file-c-collector
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "COLLECTOR", cd-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           IF  cd-coll-code = SPACES
               MOVE "OVERRIDE CLEARED -- AREA COLLECTOR"
                   TO rl-result
           ELSE
               MOVE "COLLECTOR SET" TO rl-result
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
