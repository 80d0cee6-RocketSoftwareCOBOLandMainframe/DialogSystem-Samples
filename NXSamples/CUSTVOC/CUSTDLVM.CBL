      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Document-delivery preference maintenance utility.  Reads     *
      * customer-code/preference pairs from dlvpref.dat and sets     *
      * file-c-delivery on the matching customer-record -- "P"       *
      * paper, "E" e-mail, "B" both -- the same deck-and-report      *
      * pattern CUSTHOLD uses for the credit-hold flag.  E-mail and  *
      * both are refused for an account with no file-c-email to send *
      * to.  Every change is written to the audit trail.  The        *
      * nightly CUSTMAIL step acts on the preference.                *
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
       PROGRAM-ID. custdlvm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT delivery-file ASSIGN "dlvpref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS dlv-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custdlvm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  delivery-file.
       01  delivery-record.
           03  dp-c-code                PIC X(5).
           03  dp-delivery              PIC X.
               88  dp-valid-delivery        VALUE "P" "E" "B".
               88  dp-needs-address         VALUE "E" "B".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  dlv-status                  PIC XX.
           88  dlv-file-ok             VALUE "00".
           88  dlv-file-eof            VALUE "10".

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
           03  rl-delivery             PIC X.
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

           OPEN INPUT delivery-file
           IF  edit-pass
               OPEN INPUT customer-file
           ELSE
               OPEN I-O customer-file
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL dlv-file-eof
               READ delivery-file
                   AT END
                       SET dlv-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Delivery-Preference
               END-READ
           END-PERFORM

           CLOSE delivery-file
           CLOSE customer-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Delivery-Preference reads the customer-     *
      *  record for dp-c-code and sets file-c-delivery,     *
      *  logging the outcome to report-file.                 *
      *                                                  *
      ****************************************************

       Apply-Delivery-Preference SECTION.

           MOVE SPACES      TO rl-result
           MOVE dp-c-code   TO rl-c-code
           MOVE dp-delivery TO rl-delivery

           IF  NOT dp-valid-delivery
               MOVE "PREFERENCE NOT P, E OR B" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE dp-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  dp-needs-address AND file-c-email = SPACES
               MOVE "NO E-MAIL ADDRESS ON FILE -- REFUSED"
                   TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  edit-pass
               STRING "WOULD SET (NOW " file-c-delivery ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "DELIVERY " file-c-delivery
               DELIMITED BY SIZE INTO aud-before-image
           STRING "DELIVERY " dp-delivery " " file-c-email
               DELIMITED BY SIZE INTO aud-after-image

           MOVE dp-delivery TO file-c-delivery
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "DELIVERY-SET", dp-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           EVALUATE TRUE
               WHEN delivery-email
                   MOVE "SET TO E-MAIL" TO rl-result
               WHEN delivery-both
                   MOVE "SET TO PAPER AND E-MAIL" TO rl-result
               WHEN OTHER
                   MOVE "SET TO PAPER" TO rl-result
           END-EVALUATE
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
