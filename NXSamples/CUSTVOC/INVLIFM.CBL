      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Item lifecycle maintenance utility.  Reads item/status       *
      * records from life.dat and stamps inv-life-status on the      *
      * matching invmast.ism record -- the same deck-and-report      *
      * pattern INVPSUP uses for the preferred supplier.  The status *
      * must be A (active), R (run-out), D (discontinued) or B       *
      * (blocked for a quality hold); every change is audited.  Once *
      * an item leaves active, the INVLIFX exposure report lists the *
      * quotes, standing orders, contracts, backorders and open POs  *
      * still tied to it.                                            *
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
       PROGRAM-ID. invlifm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT life-deck-file ASSIGN "life.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT report-file ASSIGN "invlifm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  life-deck-file.
       01  life-deck-record.
           03  lf-item-code             PIC X(4).
           03  lf-status                PIC X.

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       77  old-life-status             PIC X.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       01  result-line.
           03  FILLER                  PIC X(5) VALUE "ITEM ".
           03  rl-item-code            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-status               PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(40).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN INPUT life-deck-file
           OPEN I-O inventory-file
           OPEN OUTPUT report-file

           PERFORM UNTIL deck-file-eof
               READ life-deck-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Life-Update
               END-READ
           END-PERFORM

           CLOSE life-deck-file
           CLOSE inventory-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Apply-Life-Update SECTION.

           MOVE lf-item-code TO rl-item-code
           MOVE lf-status    TO rl-status
           MOVE lf-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   MOVE "ITEM NOT ON PRODUCT MASTER" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  lf-status NOT = "A" AND NOT = "R" AND NOT = "D"
                   AND NOT = "B"
               MOVE "STATUS MUST BE A, R, D OR B" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE inv-life-status TO old-life-status
           IF  old-life-status = SPACE
               MOVE "A" TO old-life-status
           END-IF
           IF  old-life-status = lf-status
               MOVE "UNCHANGED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE lf-status TO inv-life-status
           REWRITE invmast-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           EVALUATE TRUE
               WHEN item-active
                   MOVE "ACTIVE" TO rl-result
               WHEN item-run-out
                   MOVE "RUN-OUT -- SELLS WHAT IS LEFT" TO rl-result
               WHEN item-discontinued
                   MOVE "DISCONTINUED" TO rl-result
               WHEN item-blocked
                   MOVE "BLOCKED -- QUALITY HOLD" TO rl-result
           END-EVALUATE

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ITEM " inv-code " LIFE STATUS " old-life-status
               DELIMITED BY SIZE INTO aud-before-image
           STRING "ITEM " inv-code " LIFE STATUS " lf-status
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "ITEM-LIFE", "     ",
                                 aud-before-image, aud-after-image
           END-CALL

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
