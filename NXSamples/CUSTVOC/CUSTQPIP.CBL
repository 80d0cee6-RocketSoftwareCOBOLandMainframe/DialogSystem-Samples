      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Monthly quote pipeline report.  For the month on the command *
      * line (YYYYMM -- last month by default) counts and values the *
      * quotes issued, converted to orders, lost and expired, by rep *
      * and by sales area with a company total.  Quote values are in *
      * home currency through custrate.  The win rate is worked on   *
      * the quotes whose outcome was settled in the month --         *
      * converted over converted, lost and expired -- both by count  *
      * and by value, with the average days a converted quote took   *
      * from issue to order.  The reasons quotes were lost close the *
      * report.  Quotes closed before quo-close-date was kept count  *
      * as issued but have no month to report their outcome in.      *
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
       PROGRAM-ID. custqpip.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT quote-file ASSIGN "quote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS quo-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS quote-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT salesrep-file ASSIGN "salesrep.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srep-code
           ACCESS IS DYNAMIC
           FILE STATUS IS srep-status.

           SELECT areamast-file ASSIGN "areamast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS area-code
           ACCESS IS DYNAMIC
           FILE STATUS IS area-status.

           SELECT pipeline-sort-file ASSIGN "custqpip.srt".

           SELECT report-file ASSIGN "custqpip.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  quote-file.
           COPY "quoterec.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  salesrep-file.
           COPY "salesrep.cpy".

       FD  areamast-file.
           COPY "areamast.cpy".

      *  One record per quote event per grouping -- rep (rank 1),
      *  area (rank 2) and the company (rank 3).
       SD  pipeline-sort-file.
       01  pipeline-sort-record.
           03  pp-rank                 PIC 9.
               88  pp-rep-group            VALUE 1.
               88  pp-area-group           VALUE 2.
               88  pp-company-group        VALUE 3.
           03  pp-code                 PIC X(3).
           03  pp-event                PIC X.
               88  pp-issued               VALUE "I".
               88  pp-converted            VALUE "C".
               88  pp-lost                 VALUE "L".
               88  pp-expired              VALUE "X".
           03  pp-value                PIC S9(9)V99 COMP.
           03  pp-days                 PIC 9(5) COMP.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  quote-status                PIC XX.
           88  quote-file-ok           VALUE "00".
           88  quote-file-eof          VALUE "10".
           88  quote-file-not-found    VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  srep-status                 PIC XX.
           88  srep-file-ok            VALUE "00".
           88  srep-file-not-found     VALUE "35".

       01  area-status                 PIC XX.
           88  area-file-ok            VALUE "00".
           88  area-file-not-found     VALUE "35".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       77  no-rep-file-switch          PIC X VALUE "N".
           88  no-rep-file              VALUE "Y".
       77  no-area-file-switch         PIC X VALUE "N".
           88  no-area-file             VALUE "Y".

      *  report-month is the YYYYMM reported, from the command line
      *  -- zero (no argument) reports last month.
       77  report-month                PIC 9(6).
       01  today-yyyymmdd              PIC 9(8).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       77  record-yyyymm               PIC 9(6).

      *  The customer whose quotes are being read.
       77  cached-c-code               PIC X(5) VALUE LOW-VALUES.
       77  cached-rep                  PIC X(3).
       77  cached-area                 PIC X.

       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  quote-home-value            PIC S9(9)V99 COMP.
       77  convert-days                PIC 9(5) COMP.
       77  quote-event                 PIC X.

      *  Totals for the group being printed.
       01  group-totals.
           03  gt-issued-count         PIC 9(6) COMP.
           03  gt-issued-value         PIC S9(11)V99 COMP.
           03  gt-converted-count      PIC 9(6) COMP.
           03  gt-converted-value      PIC S9(11)V99 COMP.
           03  gt-lost-count           PIC 9(6) COMP.
           03  gt-lost-value           PIC S9(11)V99 COMP.
           03  gt-expired-count        PIC 9(6) COMP.
           03  gt-expired-value        PIC S9(11)V99 COMP.
           03  gt-convert-days         PIC 9(9) COMP.
       77  decided-count               PIC 9(6) COMP.
       77  decided-value               PIC S9(11)V99 COMP.
       77  break-rank                  PIC 9 VALUE 0.
       77  break-code                  PIC X(3).

      *  Quotes lost in the month by reason -- the codes are the
      *  quoterec.cpy ones, in the order they print.
       01  reason-code-list            PIC X(12) VALUE "PRLTSPNRCXOT".
       01  reason-code-table REDEFINES reason-code-list.
           03  reason-code             PIC XX OCCURS 6.
       01  reason-name-list.
           03  FILLER                  PIC X(15) VALUE "PRICE".
           03  FILLER                  PIC X(15) VALUE "LEAD TIME".
           03  FILLER                  PIC X(15) VALUE "SPECIFICATION".
           03  FILLER                  PIC X(15) VALUE "NO RESPONSE".
           03  FILLER                  PIC X(15) VALUE "PROJECT CANCEL".
           03  FILLER                  PIC X(15) VALUE "OTHER".
       01  reason-name-table REDEFINES reason-name-list.
           03  reason-name             PIC X(15) OCCURS 6.
       01  reason-totals.
           03  reason-entry OCCURS 6.
               05  rn-count            PIC 9(6) COMP.
               05  rn-value            PIC S9(11)V99 COMP.
       77  reason-ind                  PIC 9(4) COMP.

       01  page-title.
           03  FILLER                  PIC X(30) VALUE
               "QUOTE PIPELINE FOR MONTH: ".
           03  pt-month                PIC 9(6).

       01  heading-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(18) VALUE
               "   ---- ISSUED ---".
           03  FILLER                  PIC X(18) VALUE
               "   -- CONVERTED --".
           03  FILLER                  PIC X(18) VALUE
               "   ----- LOST ----".
           03  FILLER                  PIC X(18) VALUE
               "   --- EXPIRED ---".
           03  FILLER                  PIC X(22) VALUE
               "   WIN% WIN%    AVG".

       01  heading-line-2.
           03  FILLER                  PIC X(20) VALUE
               "CODE NAME".
           03  FILLER                  PIC X(18) VALUE
               "    NO       VALUE".
           03  FILLER                  PIC X(18) VALUE
               "    NO       VALUE".
           03  FILLER                  PIC X(18) VALUE
               "    NO       VALUE".
           03  FILLER                  PIC X(18) VALUE
               "    NO       VALUE".
           03  FILLER                  PIC X(22) VALUE
               "    NO  VAL   DAYS".

       01  pipeline-line.
           03  pl-code                 PIC X(3).
           03  FILLER                  PIC X(2).
           03  pl-name                 PIC X(15).
           03  pl-event OCCURS 4.
               05  pl-count            PIC ZZZZZ9.
               05  FILLER              PIC X.
               05  pl-value            PIC ZZ,ZZZ,ZZ9.
               05  FILLER              PIC X.
           03  FILLER                  PIC X(2).
           03  pl-win-count-pct        PIC ZZ9.9.
           03  FILLER                  PIC X.
           03  pl-win-value-pct        PIC ZZ9.9.
           03  FILLER                  PIC X.
           03  pl-avg-days             PIC ZZZ9.9.

       01  reason-line.
           03  FILLER                  PIC X(2).
           03  rl-code                 PIC XX.
           03  FILLER                  PIC X(2).
           03  rl-name                 PIC X(15).
           03  rl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2).
           03  rl-value                PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           SORT pipeline-sort-file
               ON ASCENDING KEY pp-rank, pp-code
               INPUT PROCEDURE IS Release-Quote-Events
               OUTPUT PROCEDURE IS Print-Pipeline

           PERFORM Print-Lost-Reasons
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT report-month FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           IF  report-month = 0
               COMPUTE work-yyyy = today-yyyymmdd / 10000
               COMPUTE work-mm =
                   (today-yyyymmdd / 100) - (work-yyyy * 100)
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
               COMPUTE report-month = (work-yyyy * 100) + work-mm
           END-IF

           INITIALIZE reason-totals

           OPEN INPUT customer-file
           OPEN INPUT salesrep-file
           IF  srep-file-not-found
               SET no-rep-file TO TRUE
           END-IF
           OPEN INPUT areamast-file
           IF  area-file-not-found
               SET no-area-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           MOVE report-month TO pt-month
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Quote-Events reads every quote and         *
      *  releases what happened to it in the month -- issued, *
      *  and converted, lost or expired -- once for its rep,   *
      *  once for its area and once for the company.           *
      *                                                  *
      ****************************************************

       Release-Quote-Events SECTION.

           OPEN INPUT quote-file
           IF  quote-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL quote-file-eof
               READ quote-file NEXT RECORD
                   AT END
                       SET quote-file-eof TO TRUE
                   NOT AT END
                       PERFORM Release-One-Quote
               END-READ
           END-PERFORM
           CLOSE quote-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Quote SECTION.

           IF  quo-c-code NOT = cached-c-code
               MOVE quo-c-code TO cached-c-code
               MOVE SPACES TO cached-rep cached-area
               MOVE quo-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE file-c-rep  TO cached-rep
                       MOVE file-c-area TO cached-area
               END-READ
           END-IF

           CALL "custrate" USING quo-currency, quo-date,
               cur-exchange-rate
           END-CALL
           COMPUTE quote-home-value ROUNDED =
               quo-val * cur-exchange-rate
           MOVE 0 TO convert-days

           COMPUTE record-yyyymm = quo-date / 100
           IF  record-yyyymm = report-month
               MOVE "I" TO quote-event
               PERFORM Release-Event
           END-IF

           IF  quote-open OR quo-close-date NOT NUMERIC
               EXIT SECTION
           END-IF
           COMPUTE record-yyyymm = quo-close-date / 100
           IF  record-yyyymm NOT = report-month
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN quote-accepted
                   MOVE "C" TO quote-event
                   COMPUTE convert-days =
                       FUNCTION INTEGER-OF-DATE(quo-close-date)
                     - FUNCTION INTEGER-OF-DATE(quo-date)
               WHEN quote-lost
                   MOVE "L" TO quote-event
                   PERFORM Count-Lost-Reason
               WHEN quote-expired
                   MOVE "X" TO quote-event
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           PERFORM Release-Event.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Event SECTION.

           MOVE quote-event      TO pp-event
           MOVE quote-home-value TO pp-value
           MOVE convert-days     TO pp-days

           MOVE 1          TO pp-rank
           MOVE cached-rep TO pp-code
           RELEASE pipeline-sort-record

           MOVE 2           TO pp-rank
           MOVE cached-area TO pp-code
           RELEASE pipeline-sort-record

           MOVE 3      TO pp-rank
           MOVE SPACES TO pp-code
           RELEASE pipeline-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-Lost-Reason SECTION.

           PERFORM VARYING reason-ind FROM 1 BY 1
                   UNTIL reason-ind > 6
               IF  reason-code(reason-ind) = quo-lost-reason
                   ADD 1 TO rn-count(reason-ind)
                   ADD quote-home-value TO rn-value(reason-ind)
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Pipeline totals each rep, area and the       *
      *  company and prints a line for each.                  *
      *                                                  *
      ****************************************************

       Print-Pipeline SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN pipeline-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  pp-rank NOT = break-rank
                               OR pp-code NOT = break-code
                           IF  break-rank > 0
                               PERFORM Print-Group-Line
                           END-IF
                           IF  pp-rank NOT = break-rank
                               PERFORM Print-Section-Heading
                           END-IF
                           MOVE pp-rank TO break-rank
                           MOVE pp-code TO break-code
                           INITIALIZE group-totals
                       END-IF
                       PERFORM Add-Event-To-Group
               END-RETURN
           END-PERFORM
           IF  break-rank > 0
               PERFORM Print-Group-Line
           ELSE
               MOVE "NO QUOTE ACTIVITY IN THE MONTH" TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Section-Heading SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           EVALUATE TRUE
               WHEN pp-rep-group
                   MOVE "BY REP" TO report-line
               WHEN pp-area-group
                   MOVE "BY AREA" TO report-line
               WHEN OTHER
                   MOVE "COMPANY" TO report-line
           END-EVALUATE
           WRITE report-line
           MOVE heading-line-1 TO report-line
           WRITE report-line
           MOVE heading-line-2 TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Event-To-Group SECTION.

           EVALUATE TRUE
               WHEN pp-issued
                   ADD 1        TO gt-issued-count
                   ADD pp-value TO gt-issued-value
               WHEN pp-converted
                   ADD 1        TO gt-converted-count
                   ADD pp-value TO gt-converted-value
                   ADD pp-days  TO gt-convert-days
               WHEN pp-lost
                   ADD 1        TO gt-lost-count
                   ADD pp-value TO gt-lost-value
               WHEN pp-expired
                   ADD 1        TO gt-expired-count
                   ADD pp-value TO gt-expired-value
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Group-Line prints the group's counts and     *
      *  values and works its win rates and average days to  *
      *  convert.                                              *
      *                                                  *
      ****************************************************

       Print-Group-Line SECTION.

           MOVE SPACES TO pipeline-line
           MOVE break-code TO pl-code
           EVALUATE break-rank
               WHEN 1
                   IF  break-code = SPACES
                       MOVE "NO REP" TO pl-name
                   ELSE
                       IF  NOT no-rep-file
                           MOVE break-code TO srep-code
                           READ salesrep-file
                               INVALID KEY
                                   MOVE SPACES TO srep-name
                           END-READ
                           MOVE srep-name TO pl-name
                       END-IF
                   END-IF
               WHEN 2
                   IF  break-code = SPACES
                       MOVE "NO AREA" TO pl-name
                   ELSE
                       IF  NOT no-area-file
                           MOVE break-code(1:1) TO area-code
                           READ areamast-file
                               INVALID KEY
                                   MOVE SPACES TO area-name
                           END-READ
                           MOVE area-name TO pl-name
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ALL QUOTES" TO pl-name
           END-EVALUATE

           MOVE gt-issued-count    TO pl-count(1)
           COMPUTE pl-value(1) ROUNDED = gt-issued-value
           MOVE gt-converted-count TO pl-count(2)
           COMPUTE pl-value(2) ROUNDED = gt-converted-value
           MOVE gt-lost-count      TO pl-count(3)
           COMPUTE pl-value(3) ROUNDED = gt-lost-value
           MOVE gt-expired-count   TO pl-count(4)
           COMPUTE pl-value(4) ROUNDED = gt-expired-value

           COMPUTE decided-count = gt-converted-count
                                 + gt-lost-count + gt-expired-count
           COMPUTE decided-value = gt-converted-value
                                 + gt-lost-value + gt-expired-value
           MOVE 0 TO pl-win-count-pct pl-win-value-pct pl-avg-days
           IF  decided-count > 0
               COMPUTE pl-win-count-pct ROUNDED =
                   (gt-converted-count * 100) / decided-count
           END-IF
           IF  decided-value > 0
               COMPUTE pl-win-value-pct ROUNDED =
                   (gt-converted-value * 100) / decided-value
           END-IF
           IF  gt-converted-count > 0
               COMPUTE pl-avg-days ROUNDED =
                   gt-convert-days / gt-converted-count
           END-IF

           MOVE pipeline-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Lost-Reasons lists why the month's lost      *
      *  quotes went elsewhere.                              *
      *                                                  *
      ****************************************************

       Print-Lost-Reasons SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "QUOTES LOST BY REASON" TO report-line
           WRITE report-line
           PERFORM VARYING reason-ind FROM 1 BY 1
                   UNTIL reason-ind > 6
               MOVE SPACES TO reason-line
               MOVE reason-code(reason-ind) TO rl-code
               MOVE reason-name(reason-ind) TO rl-name
               MOVE rn-count(reason-ind)    TO rl-count
               MOVE rn-value(reason-ind)    TO rl-value
               MOVE reason-line TO report-line
               WRITE report-line
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE customer-file
           IF  NOT no-rep-file
               CLOSE salesrep-file
           END-IF
           IF  NOT no-area-file
               CLOSE areamast-file
           END-IF
           CLOSE report-file.
           EXIT.
