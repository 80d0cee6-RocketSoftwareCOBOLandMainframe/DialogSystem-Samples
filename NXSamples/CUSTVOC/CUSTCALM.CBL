      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Business-day calendar maintenance utility.  Reads action/    *
      * date/type/name records from caldef.dat and adds, replaces or *
      * deletes the matching bizcal.ism record -- the same deck-and- *
      * report pattern CUSTTMST.CBL uses for the payment-terms       *
      * master -- so next year's bank holidays, a Christmas shutdown *
      * or a Saturday worked for a stocktake are deck lines, not a   *
      * program change in every date calculation.  Action "A" adds   *
      * or replaces the date, "D" deletes it; type "H" closes a      *
      * weekday, "W" opens a weekend day.                            *
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
       PROGRAM-ID. custcalm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cal-deck-file ASSIGN "caldef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT bizcal-file ASSIGN "bizcal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cal-date
           ACCESS IS DYNAMIC
           FILE STATUS IS cal-status.

           SELECT report-file ASSIGN "custcalm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  cal-deck-file.
       01  cal-deck-record.
           03  cd-action                PIC X.
               88  cd-add                   VALUE "A".
               88  cd-delete                VALUE "D".
           03  cd-date                  PIC 9(8).
           03  cd-date-parts REDEFINES cd-date.
               05  cd-yyyy              PIC 9(4).
               05  cd-mm                PIC 99.
               05  cd-dd                PIC 99.
           03  cd-type                  PIC X.
               88  cd-type-valid            VALUE "H" "W".
           03  cd-name                  PIC X(20).

       FD  bizcal-file.
           COPY "bizcal.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  cal-status                  PIC XX.
           88  cal-file-ok             VALUE "00".
           88  cal-file-not-found      VALUE "35".

       77  check-julian                PIC 9(7) COMP.
       77  check-date                  PIC 9(8).

       01  result-line.
           03  FILLER                  PIC X(5) VALUE "DATE ".
           03  rl-date                 PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-type                 PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-name                 PIC X(20).
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
               READ cal-deck-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Calendar-Update
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

           OPEN INPUT cal-deck-file
           OPEN I-O bizcal-file
           IF  cal-file-not-found
               OPEN OUTPUT bizcal-file
               CLOSE bizcal-file
               OPEN I-O bizcal-file
           END-IF
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Calendar-Update adds, replaces or deletes   *
      *  the bizcal-file record for cd-date and logs the    *
      *  outcome to report-file.  A date that is not a real  *
      *  calendar date, or a type other than H or W, is      *
      *  refused -- either would quietly shift every due     *
      *  date the calendar touches.                          *
      *                                                  *
      ****************************************************

       Apply-Calendar-Update SECTION.

           MOVE cd-date TO rl-date
           MOVE cd-type TO rl-type
           MOVE cd-name TO rl-name

           IF  cd-date NOT NUMERIC OR cd-yyyy < 1601
                   OR cd-mm < 1 OR cd-mm > 12
                   OR cd-dd < 1 OR cd-dd > 31
               MOVE "BAD DATE -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
      *  The round trip catches 31 April and 29 February in a
      *  year that has none.
           COMPUTE check-julian = FUNCTION INTEGER-OF-DATE(cd-date)
           COMPUTE check-date = FUNCTION DATE-OF-INTEGER(check-julian)
           IF  check-date NOT = cd-date
               MOVE "BAD DATE -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN cd-delete
                   MOVE cd-date TO cal-date
                   DELETE bizcal-file
                       INVALID KEY
                           MOVE "NOT ON CALENDAR" TO rl-result
                       NOT INVALID KEY
                           MOVE "DATE DELETED" TO rl-result
                   END-DELETE
               WHEN cd-add AND cd-type-valid
                   MOVE SPACES TO bizcal-record
                   MOVE cd-date TO cal-date
                   MOVE cd-type TO cal-type
                   MOVE cd-name TO cal-name
                   REWRITE bizcal-record
                       INVALID KEY
                           WRITE bizcal-record
                               INVALID KEY
                                   MOVE "WRITE FAILED" TO rl-result
                               NOT INVALID KEY
                                   MOVE "DATE ADDED" TO rl-result
                           END-WRITE
                       NOT INVALID KEY
                           MOVE "DATE REPLACED" TO rl-result
                   END-REWRITE
               WHEN cd-add
                   MOVE "BAD DAY TYPE -- SKIPPED" TO rl-result
               WHEN OTHER
                   MOVE "BAD ACTION -- SKIPPED" TO rl-result
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

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE cal-deck-file
           CLOSE bizcal-file
           CLOSE report-file.
           EXIT.
