      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Sales-tax jurisdiction maintenance utility.  Reads state/    *
      * postal-prefix/rate lines from taxjur.dat and writes or       *
      * rewrites the matching taxjur.ism record -- the same deck-    *
      * and-report pattern CUSTTAXM.CBL uses for the taxability-code *
      * rates -- so the destination rates the shared custtjur lookup *
      * hands Get-Tax-Rate can follow a state or local rate change   *
      * without a recompile.  A "D" in the action column deletes the *
      * jurisdiction instead, so a postal-prefix override that no    *
      * longer applies falls back to the state-wide rate.            *
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
       PROGRAM-ID. custjurm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT jur-deck-file ASSIGN "taxjur.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT taxjur-file ASSIGN "taxjur.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS tjr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS tjr-status.

           SELECT report-file ASSIGN "custjurm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  jur-deck-file.
       01  jur-deck-record.
           03  jd-state                 PIC X(2).
           03  jd-postal-prefix         PIC X(5).
           03  jd-tax-rate              PIC 9(2)V9999.
           03  jd-action                PIC X.
               88  jd-delete                VALUE "D".
           03  jd-name                  PIC X(20).

       FD  taxjur-file.
           COPY "taxjurrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  tjr-status                  PIC XX.
           88  tjr-file-ok             VALUE "00".
           88  tjr-file-not-found      VALUE "35".

       01  result-line.
           03  FILLER                  PIC X(13) VALUE
               "JURISDICTION ".
           03  rl-state                PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  rl-postal-prefix        PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(30).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL deck-file-eof
               READ jur-deck-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Jurisdiction-Update
               END-READ
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           OPEN INPUT jur-deck-file
           OPEN I-O taxjur-file
           IF  tjr-file-not-found
               OPEN OUTPUT taxjur-file
               CLOSE taxjur-file
               OPEN I-O taxjur-file
           END-IF
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Jurisdiction-Update rewrites the taxjur-    *
      *  file record for the deck's state and postal        *
      *  prefix, writing a new record the first time the     *
      *  pair is seen, or deletes it on a "D" line, and       *
      *  logs the outcome to report-file.  A line with no      *
      *  state, or a rate that is not numeric, is refused.     *
      *                                                  *
      ****************************************************

       Apply-Jurisdiction-Update SECTION.

           MOVE jd-state         TO rl-state
           MOVE jd-postal-prefix TO rl-postal-prefix

           IF  jd-state = SPACES
               MOVE "REJECTED - NO STATE" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES           TO taxjur-record
           MOVE jd-state         TO tjr-state
           MOVE jd-postal-prefix TO tjr-postal-prefix

           IF  jd-delete
               DELETE taxjur-file RECORD
                   INVALID KEY
                       MOVE "NOT ON FILE" TO rl-result
                   NOT INVALID KEY
                       MOVE "JURISDICTION DELETED" TO rl-result
               END-DELETE
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  jd-tax-rate NOT NUMERIC
               MOVE "REJECTED - RATE NOT NUMERIC" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE jd-name          TO tjr-name
           MOVE jd-tax-rate      TO tjr-rate
           REWRITE taxjur-record
               INVALID KEY
                   WRITE taxjur-record
                       INVALID KEY
                           MOVE "WRITE FAILED" TO rl-result
                       NOT INVALID KEY
                           MOVE "RATE ADDED" TO rl-result
                   END-WRITE
               NOT INVALID KEY
                   MOVE "RATE UPDATED" TO rl-result
           END-REWRITE
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

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE jur-deck-file
           CLOSE taxjur-file
           CLOSE report-file.
           EXIT.
