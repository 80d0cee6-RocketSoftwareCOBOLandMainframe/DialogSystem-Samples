      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Document-wording maintenance utility.  Reads doctext.dat,    *
      * where each record adds ("A"), changes ("C") or deletes       *
      * ("D") one doctext.ism entry: a piece of a customer           *
      * document's fixed wording -- a heading, a label or a letter   *
      * paragraph -- for one document type and language, or a        *
      * language's date and amount layout (see doctext.cpy).  This   *
      * is how the office puts a translation on, or rewords the      *
      * English, without a program change; deleting an entry puts    *
      * that wording back on the English in the program.  Every      *
      * change is written to the audit trail, and the report ends    *
      * with the whole text file as it now stands.  The same "E"     *
      * edit pass CUSTCOLM offers validates the deck and reports     *
      * what would change without committing anything.               *
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
       PROGRAM-ID. custdocm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT doctext-deck ASSIGN "doctext.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT doctext-file ASSIGN "doctext.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dtx-key
           ACCESS IS DYNAMIC
           FILE STATUS IS dtx-status.

           SELECT report-file ASSIGN "custdocm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  doctext-deck.
       01  doctext-deck-record.
           03  dd-action                PIC X.
               88  dd-add                   VALUE "A".
               88  dd-change                VALUE "C".
               88  dd-delete                VALUE "D".
           03  dd-key.
               05  dd-doc-type          PIC X(4).
                   88  dd-valid-doc-type    VALUE "STMT" "INVC"
                                                  "CINV" "SLIP"
                                                  "DNOT" "DUNN"
                                                  "FMT ".
                   88  dd-layout-entry      VALUE "FMT ".
               05  dd-language          PIC X(2).
               05  dd-text-id           PIC X(8).
           03  dd-text                  PIC X(80).
           03  dd-layout REDEFINES dd-text.
               05  dd-date-order        PIC X(3).
                   88  dd-valid-date-order  VALUE "DMY" "MDY" "YMD".
               05  dd-date-separator    PIC X.
               05  dd-decimal-char      PIC X.
               05  dd-thousands-char    PIC X.
               05  FILLER               PIC X(74).

       FD  doctext-file.
           COPY "doctext.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  dtx-status                  PIC XX.
           88  dtx-file-ok             VALUE "00".
           88  dtx-file-eof            VALUE "10".
           88  dtx-file-not-found      VALUE "35".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  entry-count                 PIC 9(5) COMP VALUE 0.
       77  count-display               PIC ZZZZ9.

      *  Run with "E" on the command line the utility is an edit
      *  pass: every deck record is validated and the report shows
      *  exactly what would change, but nothing is committed.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       01  result-line.
           03  rl-action               PIC X.
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-doc-type             PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-language             PIC X(2).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-text-id              PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-text                 PIC X(80).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(30).

       01  table-heading.
           03  FILLER                  PIC X(40) VALUE
               "  DOC  LG TEXT ID   WORDING".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE

           OPEN INPUT doctext-deck
           IF  edit-pass
               OPEN INPUT doctext-file
               IF  dtx-file-not-found
                   OPEN OUTPUT doctext-file
                   CLOSE doctext-file
                   OPEN INPUT doctext-file
               END-IF
           ELSE
               OPEN I-O doctext-file
               IF  dtx-file-not-found
                   OPEN OUTPUT doctext-file
                   CLOSE doctext-file
                   OPEN I-O doctext-file
               END-IF
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL deck-file-eof
               READ doctext-deck
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Text-Record
               END-READ
           END-PERFORM

           CLOSE doctext-deck

           PERFORM List-Text-File

           CLOSE doctext-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Text-Record adds, changes or deletes the  *
      *  doctext-record for dd-key, logging the outcome  *
      *  to report-file.                                 *
      *                                                  *
      ****************************************************

       Apply-Text-Record SECTION.

           MOVE SPACES       TO result-line
           MOVE dd-action    TO rl-action
           MOVE dd-doc-type  TO rl-doc-type
           MOVE dd-language  TO rl-language
           MOVE dd-text-id   TO rl-text-id
           MOVE dd-text      TO rl-text

           IF  NOT dd-add AND NOT dd-change AND NOT dd-delete
               MOVE "ACTION NOT A, C OR D" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  NOT dd-valid-doc-type
               MOVE "DOCUMENT TYPE NOT KNOWN" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
      *  English is keyed "EN" on the file -- a blank language is
      *  only ever the customer record's way of saying English.
           IF  dd-language(1:1) = SPACE OR dd-language(2:1) = SPACE
               MOVE "LANGUAGE REQUIRED (EN=ENGLISH)" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  dd-text-id = SPACES
               MOVE "TEXT ID REQUIRED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  dd-layout-entry AND NOT dd-delete
               IF  dd-text-id NOT = "LAYOUT"
                   MOVE "FMT TEXT ID MUST BE LAYOUT" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
               END-IF
               IF  NOT dd-valid-date-order
                   MOVE "DATE ORDER NOT DMY, MDY OR YMD" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
               END-IF
               IF  dd-decimal-char = SPACE
                       OR dd-decimal-char = dd-thousands-char
                   MOVE "BAD DECIMAL OR 1000S CHARACTER" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
               END-IF
           END-IF
           IF  dd-add AND dd-text = SPACES
               MOVE "WORDING REQUIRED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE dd-key TO dtx-key
           READ doctext-file
               INVALID KEY
                   IF  NOT dd-add
                       MOVE "NO SUCH TEXT" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
                   END-IF
                   MOVE SPACES TO aud-before-image
               NOT INVALID KEY
                   IF  dd-add
                       MOVE "TEXT ALREADY ON FILE" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
                   END-IF
                   MOVE SPACES TO aud-before-image
                   STRING dtx-key " " dtx-text
                       DELIMITED BY SIZE INTO aud-before-image
           END-READ

           IF  edit-pass
               EVALUATE TRUE
                   WHEN dd-add
                       MOVE "WOULD ADD" TO rl-result
                   WHEN dd-change
                       MOVE "WOULD CHANGE" TO rl-result
                   WHEN OTHER
                       MOVE "WOULD DELETE" TO rl-result
               END-EVALUATE
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-after-image
           IF  dd-delete
               DELETE doctext-file
                   INVALID KEY
                       MOVE "DELETE FAILED" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
               END-DELETE
               MOVE "TEXT DELETED" TO rl-result
           ELSE
               MOVE SPACES  TO doctext-record
               MOVE dd-key  TO dtx-key
               MOVE dd-text TO dtx-text
               STRING dtx-key " " dtx-text
                   DELIMITED BY SIZE INTO aud-after-image
               IF  dd-add
                   WRITE doctext-record
                       INVALID KEY
                           MOVE "WRITE FAILED" TO rl-result
                           PERFORM Print-Result-Line
                           EXIT SECTION
                   END-WRITE
                   MOVE "TEXT ADDED" TO rl-result
               ELSE
                   REWRITE doctext-record
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO rl-result
                           PERFORM Print-Result-Line
                           EXIT SECTION
                   END-REWRITE
                   MOVE "TEXT CHANGED" TO rl-result
               END-IF
           END-IF

           CALL "custaud" USING "DOC-TEXT", "     ",
                                 aud-before-image, aud-after-image
           END-CALL
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Text-File prints every doctext-record in   *
      *  key order after the deck has been applied.      *
      *                                                  *
      ****************************************************

       List-Text-File SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "DOCUMENT WORDING ON FILE" TO report-line
           WRITE report-line
           MOVE table-heading TO report-line
           WRITE report-line

           MOVE LOW-VALUES TO dtx-key
           START doctext-file KEY NOT < dtx-key
               INVALID KEY
                   SET dtx-file-eof TO TRUE
           END-START
           PERFORM UNTIL dtx-file-eof
               READ doctext-file NEXT
                   AT END
                       SET dtx-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO entry-count
                       MOVE SPACES       TO result-line
                       MOVE dtx-doc-type TO rl-doc-type
                       MOVE dtx-language TO rl-language
                       MOVE dtx-text-id  TO rl-text-id
                       MOVE dtx-text     TO rl-text
                       PERFORM Print-Result-Line
               END-READ
           END-PERFORM

           MOVE entry-count TO count-display
           MOVE SPACES TO report-line
           STRING count-display " TEXT ENTRIES"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
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
