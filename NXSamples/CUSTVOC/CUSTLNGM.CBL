      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Document-language maintenance utility.  Reads customer-code/ *
      * language records from custlang.dat and sets file-c-language  *
      * on the matching customer-record -- the same deck-and-report  *
      * pattern CUSTCYCM uses for the statement cycle.  The language *
      * is a two-letter code ("FR", "ES", "DE" ...) keying the       *
      * wording on doctext.ism that CUSTDOCM loads; spaces put the   *
      * account back on English.  A language with no wording on      *
      * file is accepted but flagged, since its documents would      *
      * still print in English.  Every change is written to the      *
      * audit trail.                                                 *
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
       PROGRAM-ID. custlngm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT language-file ASSIGN "custlang.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS lng-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT doctext-file ASSIGN "doctext.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dtx-key
           ACCESS IS DYNAMIC
           FILE STATUS IS dtx-status.

           SELECT report-file ASSIGN "custlngm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  language-file.
       01  language-record.
           03  cl-c-code                PIC X(5).
           03  cl-language              PIC X(2).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  doctext-file.
           COPY "doctext.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  lng-status                  PIC XX.
           88  lng-file-ok             VALUE "00".
           88  lng-file-eof            VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  dtx-status                  PIC XX.
           88  dtx-file-ok             VALUE "00".
           88  dtx-file-not-found      VALUE "35".

       77  no-doctext-file-switch      PIC X VALUE "N".
           88  no-doctext-file             VALUE "Y".
       77  wording-switch              PIC X.
           88  wording-on-file             VALUE "Y".

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
           03  rl-language             PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(50).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE

           OPEN INPUT language-file
           IF  edit-pass
               OPEN INPUT customer-file
           ELSE
               OPEN I-O customer-file
           END-IF
           OPEN INPUT doctext-file
           IF  dtx-file-not-found
               SET no-doctext-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL lng-file-eof
               READ language-file
                   AT END
                       SET lng-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Customer-Language
               END-READ
           END-PERFORM

           CLOSE language-file
           CLOSE customer-file
           IF  NOT no-doctext-file
               CLOSE doctext-file
           END-IF
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Customer-Language reads the customer-     *
      *  record for cl-c-code and sets its document      *
      *  language, logging the outcome to report-file.   *
      *                                                  *
      ****************************************************

       Apply-Customer-Language SECTION.

           MOVE SPACES      TO rl-result
           MOVE cl-c-code   TO rl-c-code
           MOVE cl-language TO rl-language

           IF  cl-language NOT ALPHABETIC-UPPER
               MOVE "LANGUAGE NOT TWO LETTERS OR SPACES" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  cl-language(1:1) = SPACE
                   AND cl-language(2:1) NOT = SPACE
               MOVE "LANGUAGE NOT TWO LETTERS OR SPACES" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  cl-language(1:1) NOT = SPACE
                   AND cl-language(2:1) = SPACE
               MOVE "LANGUAGE NOT TWO LETTERS OR SPACES" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE cl-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           PERFORM Check-Wording-On-File

           IF  edit-pass
               IF  wording-on-file
                   STRING "WOULD SET (NOW " file-c-language ")"
                       DELIMITED BY SIZE INTO rl-result
               ELSE
                   STRING "WOULD SET (NOW " file-c-language
                          ") -- NO WORDING ON FILE"
                       DELIMITED BY SIZE INTO rl-result
               END-IF
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "LANGUAGE " file-c-language
               DELIMITED BY SIZE INTO aud-before-image
           STRING "LANGUAGE " cl-language
               DELIMITED BY SIZE INTO aud-after-image

           MOVE cl-language TO file-c-language
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "DOC-LANGUAGE", cl-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           IF  wording-on-file
               MOVE "DOCUMENT LANGUAGE SET" TO rl-result
           ELSE
               MOVE "DOCUMENT LANGUAGE SET -- NO WORDING ON FILE"
                   TO rl-result
           END-IF
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Wording-On-File looks for any doctext.ism *
      *  record in the language -- English, spaces or    *
      *  "EN", needs none.                               *
      *                                                  *
      ****************************************************

       Check-Wording-On-File SECTION.

           MOVE "Y" TO wording-switch
           IF  cl-language = SPACES OR cl-language = "EN"
               EXIT SECTION
           END-IF
           MOVE "N" TO wording-switch
           IF  no-doctext-file
               EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO dtx-key
           START doctext-file KEY IS NOT LESS THAN dtx-key
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM UNTIL wording-on-file OR NOT dtx-file-ok
               READ doctext-file NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF  dtx-language = cl-language
                   MOVE "Y" TO wording-switch
               END-IF
           END-PERFORM.
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
