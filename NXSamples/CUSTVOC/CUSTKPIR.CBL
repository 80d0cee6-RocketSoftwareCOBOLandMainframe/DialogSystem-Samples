      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Collection KPI trend report.  Prints the trailing 24 months  *
      * of the kpihist.ism figures the month-end close stores        *
      * (CUSTKPI.CBL, CALLed from CUSTCLOS) -- for the company, then *
      * each sales area, then each rep -- newest month first: the    *
      * month's sales, receivables at the start and end of the       *
      * month, the part not yet due, days sales outstanding and the  *
      * collection-effectiveness index, each of the last two with    *
      * its change on the same month last year.  A territory whose   *
      * DSO is climbing, or whose index is falling, against last     *
      * year shows here before the aging does.  The newest month is  *
      * YYYYMM off the command line, or last month by default.       *
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
       PROGRAM-ID. custkpir.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT kpihist-file ASSIGN "kpihist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS kh-key
           ACCESS IS DYNAMIC
           FILE STATUS IS kpi-status.

           SELECT areamast-file ASSIGN "areamast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS area-code
           ACCESS IS DYNAMIC
           FILE STATUS IS area-status.

           SELECT salesrep-file ASSIGN "salesrep.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srep-code
           ACCESS IS DYNAMIC
           FILE STATUS IS srep-status.

           SELECT report-file ASSIGN "custkpir.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  kpihist-file.
           COPY "kpihist.cpy".

       FD  areamast-file.
           COPY "areamast.cpy".

       FD  salesrep-file.
           COPY "salesrep.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  kpi-status                  PIC XX.
           88  kpi-file-ok             VALUE "00".
           88  kpi-file-eof            VALUE "10".
           88  kpi-file-not-found      VALUE "35".

       01  area-status                 PIC XX.
           88  area-file-ok            VALUE "00".
           88  area-file-not-found     VALUE "35".

       01  srep-status                 PIC XX.
           88  srep-file-ok            VALUE "00".
           88  srep-file-not-found     VALUE "35".

       77  no-kpi-file-switch          PIC X VALUE "N".
           88  no-kpi-file              VALUE "Y".
       77  no-area-file-switch         PIC X VALUE "N".
           88  no-area-file             VALUE "Y".
       77  no-rep-file-switch          PIC X VALUE "N".
           88  no-rep-file              VALUE "Y".

       01  command-month               PIC X(6).
       01  command-month-9 REDEFINES command-month
                                       PIC 9(6).
       01  today-yyyymmdd              PIC 9(8).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.

      *  month-table holds the 24 trailing YYYYMM values, newest
      *  first, worked out once at start-up.
       01  month-table.
           03  month-yyyymm            PIC 9(6) OCCURS 24.
       77  month-ind                   PIC 9(4) COMP.

      *  entity-table lists every company/area/rep line on file in
      *  the 24 months, kept in print order -- company, areas, reps,
      *  each by code.  et-order is the key it is kept in.
       78  max-entities                    VALUE 250.
       01  entity-table.
           03  entity-entry OCCURS 250.
               05  et-order.
                   07  et-rank         PIC 9.
                   07  et-level        PIC X.
                   07  et-code         PIC X(3).
       77  entity-count                PIC 9(4) COMP VALUE 0.
       77  entity-ind                  PIC 9(4) COMP.
       77  insert-ind                  PIC 9(4) COMP.
       01  new-order.
           03  no-rank                 PIC 9.
           03  no-level                PIC X.
           03  no-code                 PIC X(3).
       77  entities-overflowed         PIC X VALUE "N".
           88  entity-table-full       VALUE "Y".

      *  The month's figures, saved while the same month last year
      *  is read for the comparison.
       77  this-dso                    PIC S9(5)V9 COMP.
       77  this-cei                    PIC S9(5)V9 COMP.

       01  page-title.
           03  FILLER                  PIC X(42) VALUE
               "COLLECTION KPI TREND -- 24 MONTHS ENDING ".
           03  pt-month                PIC 9(6).

       01  entity-title                PIC X(40).

       01  heading-line.
           03  FILLER                  PIC X(8)  VALUE "MONTH".
           03  FILLER                  PIC X(15) VALUE
               "          SALES".
           03  FILLER                  PIC X(15) VALUE
               "     OPENING AR".
           03  FILLER                  PIC X(15) VALUE
               "     CLOSING AR".
           03  FILLER                  PIC X(15) VALUE
               "    NOT YET DUE".
           03  FILLER                  PIC X(10) VALUE "       DSO".
           03  FILLER                  PIC X(10) VALUE "    VS LY".
           03  FILLER                  PIC X(10) VALUE "       CEI".
           03  FILLER                  PIC X(10) VALUE "    VS LY".

       01  month-line.
           03  ml-yyyymm               PIC 9(6).
           03  FILLER                  PIC X(2).
           03  ml-sales                PIC ZZZ,ZZZ,ZZ9.99-.
           03  ml-open-ar              PIC ZZZ,ZZZ,ZZ9.99-.
           03  ml-close-ar             PIC ZZZ,ZZZ,ZZ9.99-.
           03  ml-current-ar           PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2).
           03  ml-dso                  PIC ZZ,ZZ9.9-.
           03  FILLER                  PIC X.
           03  ml-dso-change           PIC +ZZ,ZZ9.9.
           03  FILLER                  PIC X.
           03  ml-cei                  PIC ZZ,ZZ9.9-.
           03  FILLER                  PIC X.
           03  ml-cei-change           PIC +ZZ,ZZ9.9.

       01  no-history-line             PIC X(50) VALUE
               "NO COLLECTION KPI HISTORY ON FILE FOR THE PERIOD".

       01  overflow-line               PIC X(50) VALUE
               "MORE AREAS AND REPS ON FILE THAN THE REPORT HOLDS".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Entity-Table

           IF  entity-count = 0
               MOVE no-history-line TO report-line
               WRITE report-line
           ELSE
               PERFORM VARYING entity-ind FROM 1 BY 1
                       UNTIL entity-ind > entity-count
                   PERFORM Print-Entity-Trend
               END-PERFORM
           END-IF
           IF  entity-table-full
               MOVE overflow-line TO report-line
               WRITE report-line
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  The 24 trailing months are worked out once here,  *
      *  newest first, ending at the month asked for or      *
      *  last month -- the one the last close stored.         *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE SPACES TO command-month
           ACCEPT command-month FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           IF  command-month NUMERIC AND command-month-9 > 0
               COMPUTE work-yyyy = command-month-9 / 100
               COMPUTE work-mm = command-month-9 - (work-yyyy * 100)
           ELSE
               COMPUTE work-yyyy = today-yyyymmdd / 10000
               COMPUTE work-mm =
                   (today-yyyymmdd / 100) - (work-yyyy * 100)
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
           END-IF

           PERFORM VARYING month-ind FROM 1 BY 1
                           UNTIL month-ind > 24
               COMPUTE month-yyyymm(month-ind) =
                   (work-yyyy * 100) + work-mm
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
           END-PERFORM

           OPEN INPUT kpihist-file
           IF  kpi-file-not-found
               SET no-kpi-file TO TRUE
           END-IF
           OPEN INPUT areamast-file
           IF  area-file-not-found
               SET no-area-file TO TRUE
           END-IF
           OPEN INPUT salesrep-file
           IF  srep-file-not-found
               SET no-rep-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           MOVE month-yyyymm(1) TO pt-month
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Entity-Table browses the 24 months on          *
      *  kpihist.ism and lists every company, area and rep    *
      *  line found in them.                                  *
      *                                                  *
      ****************************************************

       Load-Entity-Table SECTION.

           IF  no-kpi-file
               EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO kh-key
           MOVE month-yyyymm(24) TO kh-yyyymm
           START kpihist-file KEY IS NOT LESS THAN kh-key
               INVALID KEY
                   SET kpi-file-eof TO TRUE
           END-START

           PERFORM UNTIL kpi-file-eof
               READ kpihist-file NEXT RECORD
                   AT END
                       SET kpi-file-eof TO TRUE
               END-READ
               IF  NOT kpi-file-eof
                   IF  kh-yyyymm > month-yyyymm(1)
                       SET kpi-file-eof TO TRUE
                   ELSE
                       PERFORM Add-Entity
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-Entity files the record's line into the        *
      *  table in print order, unless it is there already.   *
      *                                                  *
      ****************************************************

       Add-Entity SECTION.

           EVALUATE TRUE
               WHEN kh-company-level
                   MOVE 1 TO no-rank
               WHEN kh-area-level
                   MOVE 2 TO no-rank
               WHEN OTHER
                   MOVE 3 TO no-rank
           END-EVALUATE
           MOVE kh-level TO no-level
           MOVE kh-code  TO no-code

           MOVE 1 TO insert-ind
           PERFORM VARYING entity-ind FROM 1 BY 1
                   UNTIL entity-ind > entity-count
               IF  et-order(entity-ind) = new-order
                   EXIT SECTION
               END-IF
               IF  et-order(entity-ind) < new-order
                   COMPUTE insert-ind = entity-ind + 1
               END-IF
           END-PERFORM

           IF  entity-count >= max-entities
               SET entity-table-full TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING entity-ind FROM entity-count BY -1
                   UNTIL entity-ind < insert-ind
               MOVE entity-entry(entity-ind)
                   TO entity-entry(entity-ind + 1)
           END-PERFORM
           MOVE new-order TO et-order(insert-ind)
           ADD 1 TO entity-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Entity-Trend prints one company, area or     *
      *  rep block -- a line per month on file, newest        *
      *  first, against the same month last year.             *
      *                                                  *
      ****************************************************

       Print-Entity-Trend SECTION.

           PERFORM Print-Entity-Title
           MOVE heading-line TO report-line
           WRITE report-line

           PERFORM VARYING month-ind FROM 1 BY 1
                           UNTIL month-ind > 24
               MOVE month-yyyymm(month-ind) TO kh-yyyymm
               MOVE et-level(entity-ind)    TO kh-level
               MOVE et-code(entity-ind)     TO kh-code
               READ kpihist-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Print-Month-Line
               END-READ
           END-PERFORM

           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Entity-Title names the block -- the area     *
      *  and rep names come off their masters when on file.  *
      *                                                  *
      ****************************************************

       Print-Entity-Title SECTION.

           MOVE SPACES TO entity-title
           EVALUATE et-level(entity-ind)
               WHEN "C"
                   MOVE "COMPANY" TO entity-title
               WHEN "A"
                   MOVE SPACES TO area-name
                   IF  NOT no-area-file
                       MOVE et-code(entity-ind)(1:1) TO area-code
                       READ areamast-file
                           INVALID KEY
                               MOVE SPACES TO area-name
                       END-READ
                   END-IF
                   STRING "AREA " et-code(entity-ind)(1:1) "  "
                          area-name
                       DELIMITED BY SIZE INTO entity-title
               WHEN OTHER
                   MOVE SPACES TO srep-name
                   IF  NOT no-rep-file
                       MOVE et-code(entity-ind) TO srep-code
                       READ salesrep-file
                           INVALID KEY
                               MOVE SPACES TO srep-name
                       END-READ
                   END-IF
                   STRING "REP " et-code(entity-ind) "  " srep-name
                       DELIMITED BY SIZE INTO entity-title
           END-EVALUATE
           MOVE entity-title TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Month-Line prints the month just read, with  *
      *  the change in DSO and in the index on the same       *
      *  month last year where that month is on file.          *
      *                                                  *
      ****************************************************

       Print-Month-Line SECTION.

           MOVE SPACES TO month-line
           MOVE kh-yyyymm     TO ml-yyyymm
           MOVE kh-sales      TO ml-sales
           MOVE kh-open-ar    TO ml-open-ar
           MOVE kh-close-ar   TO ml-close-ar
           MOVE kh-current-ar TO ml-current-ar
           MOVE kh-dso        TO ml-dso
           MOVE kh-cei        TO ml-cei
           MOVE kh-dso        TO this-dso
           MOVE kh-cei        TO this-cei

           SUBTRACT 100 FROM kh-yyyymm
           READ kpihist-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE ml-dso-change = this-dso - kh-dso
                   COMPUTE ml-cei-change = this-cei - kh-cei
           END-READ

           MOVE month-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           IF  NOT no-kpi-file
               CLOSE kpihist-file
           END-IF
           IF  NOT no-area-file
               CLOSE areamast-file
           END-IF
           IF  NOT no-rep-file
               CLOSE salesrep-file
           END-IF
           CLOSE report-file.
           EXIT.
