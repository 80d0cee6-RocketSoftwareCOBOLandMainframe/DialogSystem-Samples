      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Intercompany customer flag maintenance utility.  Reads       *
      * customer-code/company-code pairs from icflag.dat and sets    *
      * file-c-ic-company on the matching customer-record --         *
      * marking the account as one of our sister companies on the    *
      * installation, buying under the compmast.dat code given.      *
      * CUSTICPO then mirrors that account's orders into the         *
      * sister's purchase orders and CUSTICRC matches the two        *
      * sides at month end.  Run it in each company's directory      *
      * with that company's own deck.  The same deck-and-report      *
      * pattern CUSTGREF uses for the group reference; a blank       *
      * company code makes the account an outside customer again,    *
      * and a code naming this company itself is refused.  Every     *
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
       PROGRAM-ID. custicfl.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT icflag-file ASSIGN "icflag.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS icflag-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custicfl.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  icflag-file.
       01  icflag-record.
           03  if-c-code               PIC X(5).
           03  if-company              PIC X(3).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  icflag-status               PIC XX.
           88  icflag-file-ok          VALUE "00".
           88  icflag-file-eof         VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

      *  This company's own compmast.dat code, off the shared
      *  custcomp lookup -- an account cannot be its own sister.
       77  own-company-code            PIC X(3).
       77  own-company-name            PIC X(30).

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
           03  rl-company              PIC X(3).
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
           CALL "custcomp" USING own-company-code, own-company-name
           END-CALL

           OPEN INPUT icflag-file
           IF  edit-pass
               OPEN INPUT customer-file
           ELSE
               OPEN I-O customer-file
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL icflag-file-eof
               READ icflag-file
                   AT END
                       SET icflag-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Ic-Flag
               END-READ
           END-PERFORM

           CLOSE icflag-file
           CLOSE customer-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Ic-Flag reads the customer-record for       *
      *  if-c-code and sets file-c-ic-company, logging the  *
      *  outcome to report-file.                            *
      *                                                  *
      ****************************************************

       Apply-Ic-Flag SECTION.

           MOVE SPACES     TO rl-result
           MOVE if-c-code  TO rl-c-code
           MOVE if-company TO rl-company

           MOVE if-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  if-company NOT = SPACES
                   AND if-company = own-company-code
               MOVE "REFUSED -- THIS IS THE COMPANY ITSELF"
                   TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  edit-pass
               STRING "WOULD SET (NOW " file-c-ic-company ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "IC COMPANY " file-c-ic-company
               DELIMITED BY SIZE INTO aud-before-image
           STRING "IC COMPANY " if-company
               DELIMITED BY SIZE INTO aud-after-image

           MOVE if-company TO file-c-ic-company
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "IC-FLAG", if-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           IF  if-company = SPACES
               MOVE "CLEARED -- NOW AN OUTSIDE CUSTOMER" TO rl-result
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
