      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * GL account mapping maintenance utility.  Reads glmap.dat,    *
      * where each record adds ("A"), changes ("C") or deletes       *
      * ("D") one glmap.ism entry: a feed posting class with the     *
      * company, sales area and currency it applies to, and the      *
      * ledger's debit and credit account numbers for it.  Company,  *
      * area or currency left blank makes the entry the default for  *
      * that part of the key (see glmap.cpy).  Every change is       *
      * written to the audit trail, and the report ends with the     *
      * whole mapping table as it now stands, so the accountants     *
      * can check it against the chart of accounts.  The same "E"    *
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
       PROGRAM-ID. custglmm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT glmap-deck ASSIGN "glmap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT glmap-file ASSIGN "glmap.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS glm-key
           ACCESS IS DYNAMIC
           FILE STATUS IS glm-status.

           SELECT report-file ASSIGN "custglmm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  glmap-deck.
       01  glmap-deck-record.
           03  gd-action                PIC X.
               88  gd-add                   VALUE "A".
               88  gd-change                VALUE "C".
               88  gd-delete                VALUE "D".
           03  gd-key.
               05  gd-class             PIC X(2).
               05  gd-company           PIC X(3).
               05  gd-area              PIC X.
               05  gd-currency          PIC X(3).
           03  gd-debit-acct            PIC X(12).
           03  gd-credit-acct           PIC X(12).
           03  gd-description           PIC X(20).

       FD  glmap-file.
           COPY "glmap.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  glm-status                  PIC XX.
           88  glm-file-ok             VALUE "00".
           88  glm-file-eof            VALUE "10".
           88  glm-file-not-found      VALUE "35".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
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
           03  rl-class                PIC X(2).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-company              PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-area                 PIC X.
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-currency             PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-debit-acct           PIC X(12).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-credit-acct          PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(40).

       01  table-heading.
           03  FILLER                  PIC X(40) VALUE
               "  CL CMP A CUR  DEBIT        CREDIT    ".
           03  FILLER                  PIC X(20) VALUE
               "    DESCRIPTION".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE
           PERFORM Check-Run-Authority

           OPEN INPUT glmap-deck
           IF  edit-pass
               OPEN INPUT glmap-file
               IF  glm-file-not-found
                   OPEN OUTPUT glmap-file
                   CLOSE glmap-file
                   OPEN INPUT glmap-file
               END-IF
           ELSE
               OPEN I-O glmap-file
               IF  glm-file-not-found
                   OPEN OUTPUT glmap-file
                   CLOSE glmap-file
                   OPEN I-O glmap-file
               END-IF
           END-IF
           OPEN OUTPUT report-file

           PERFORM UNTIL deck-file-eof
               READ glmap-deck
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Mapping-Record
               END-READ
           END-PERFORM

           CLOSE glmap-deck

           PERFORM List-Mapping-Table

           CLOSE glmap-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Check-Run-Authority -- the mapping decides      *
      *  which ledger accounts every feed books to, so   *
      *  only a supervisor or manager may change it.     *
      *                                                  *
      ****************************************************

       Check-Run-Authority SECTION.

           IF  edit-pass
               EXIT SECTION
           END-IF
           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role NOT = "S" AND acting-role NOT = "M"
               DISPLAY "CUSTGLMM: OPERATOR NOT AUTHORIZED FOR "
                   "GL MAPPING CHANGES -- RUN ABANDONED"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "GL MAPPING RUN REFUSED" TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", "     ",
                                     aud-before-image, aud-after-image
               END-CALL
               STOP RUN
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Mapping-Record adds, changes or deletes   *
      *  the glmap-record for gd-key, logging the        *
      *  outcome to report-file.                         *
      *                                                  *
      ****************************************************

       Apply-Mapping-Record SECTION.

           MOVE SPACES          TO rl-result
           MOVE gd-action       TO rl-action
           MOVE gd-class        TO rl-class
           MOVE gd-company      TO rl-company
           MOVE gd-area         TO rl-area
           MOVE gd-currency     TO rl-currency
           MOVE gd-debit-acct   TO rl-debit-acct
           MOVE gd-credit-acct  TO rl-credit-acct

           IF  NOT gd-add AND NOT gd-change AND NOT gd-delete
               MOVE "ACTION NOT A, C OR D" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  gd-class = SPACES
               MOVE "POSTING CLASS REQUIRED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  NOT gd-delete
               AND (gd-debit-acct = SPACES OR gd-credit-acct = SPACES)
               MOVE "DEBIT AND CREDIT ACCOUNTS REQUIRED"
                   TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE gd-key TO glm-key
           READ glmap-file
               INVALID KEY
                   IF  NOT gd-add
                       MOVE "NO SUCH MAPPING" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
                   END-IF
                   MOVE SPACES TO aud-before-image
               NOT INVALID KEY
                   IF  gd-add
                       MOVE "MAPPING ALREADY ON FILE" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
                   END-IF
                   MOVE SPACES TO aud-before-image
                   STRING glm-key " " glm-debit-acct " "
                          glm-credit-acct
                       DELIMITED BY SIZE INTO aud-before-image
           END-READ

           IF  edit-pass
               EVALUATE TRUE
                   WHEN gd-add
                       MOVE "WOULD ADD" TO rl-result
                   WHEN gd-change
                       MOVE "WOULD CHANGE" TO rl-result
                   WHEN OTHER
                       MOVE "WOULD DELETE" TO rl-result
               END-EVALUATE
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-after-image
           IF  gd-delete
               DELETE glmap-file
                   INVALID KEY
                       MOVE "DELETE FAILED" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
               END-DELETE
               MOVE "MAPPING DELETED" TO rl-result
           ELSE
               MOVE SPACES          TO glmap-record
               MOVE gd-key          TO glm-key
               MOVE gd-debit-acct   TO glm-debit-acct
               MOVE gd-credit-acct  TO glm-credit-acct
               MOVE gd-description  TO glm-description
               STRING glm-key " " glm-debit-acct " " glm-credit-acct
                   DELIMITED BY SIZE INTO aud-after-image
               IF  gd-add
                   WRITE glmap-record
                       INVALID KEY
                           MOVE "WRITE FAILED" TO rl-result
                           PERFORM Print-Result-Line
                           EXIT SECTION
                   END-WRITE
                   MOVE "MAPPING ADDED" TO rl-result
               ELSE
                   REWRITE glmap-record
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO rl-result
                           PERFORM Print-Result-Line
                           EXIT SECTION
                   END-REWRITE
                   MOVE "MAPPING CHANGED" TO rl-result
               END-IF
           END-IF

           CALL "custaud" USING "GL-MAP", "     ",
                                 aud-before-image, aud-after-image
           END-CALL
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Mapping-Table prints every glmap-record in *
      *  key order after the deck has been applied.      *
      *                                                  *
      ****************************************************

       List-Mapping-Table SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "GL ACCOUNT MAPPING TABLE" TO report-line
           WRITE report-line
           MOVE table-heading TO report-line
           WRITE report-line

           MOVE LOW-VALUES TO glm-key
           START glmap-file KEY NOT < glm-key
               INVALID KEY
                   SET glm-file-eof TO TRUE
           END-START
           PERFORM UNTIL glm-file-eof
               READ glmap-file NEXT
                   AT END
                       SET glm-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO entry-count
                       MOVE SPACES          TO result-line
                       MOVE glm-class       TO rl-class
                       MOVE glm-company     TO rl-company
                       MOVE glm-area        TO rl-area
                       MOVE glm-currency    TO rl-currency
                       MOVE glm-debit-acct  TO rl-debit-acct
                       MOVE glm-credit-acct TO rl-credit-acct
                       MOVE glm-description TO rl-result
                       PERFORM Print-Result-Line
               END-READ
           END-PERFORM

           MOVE entry-count TO count-display
           MOVE SPACES TO report-line
           STRING count-display " MAPPING ENTRIES"
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
