      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Monthly factor statement reconciliation.  Reads the          *
      * factoring company's statement (factstmt.dat -- a header      *
      * with the statement month, then one line per schedule with    *
      * the advance it has paid, the fees it has charged, the        *
      * customer collections it has credited and the reserve it has  *
      * released, all to date) and ties every line back to our own   *
      * schedule on factsch.ism: the advance and fee CUSTFACS worked *
      * out when the schedule was sold, and the collections the      *
      * shared custfact keeper recorded as due to the factor.  A     *
      * difference is listed beside both figures; collections we     *
      * hold that the factor has not yet credited show as cash still *
      * to remit.  The factor's figures and the month are kept on    *
      * the schedule with a reconciled or difference status, and an  *
      * open schedule missing from the statement is listed too.      *
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
       PROGRAM-ID. custfacr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT statement-file ASSIGN "factstmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS stmt-status.

           SELECT factsch-file ASSIGN "factsch.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fs-sched-no
           ACCESS IS DYNAMIC
           FILE STATUS IS fs-status-code.

           SELECT report-file ASSIGN "custfacr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  The factor's statement: an "H" header carrying the month,
      *  then a "D" line per schedule, amounts to date with an
      *  implied two decimals.
       FD  statement-file.
       01  statement-record.
           03  st-type                 PIC X.
               88  st-header               VALUE "H".
               88  st-detail               VALUE "D".
           03  st-sched-no             PIC 9(6).
           03  st-advance              PIC 9(11)V99.
           03  st-fee                  PIC 9(11)V99.
           03  st-collected            PIC 9(11)V99.
           03  st-reserve-released     PIC 9(11)V99.
       01  statement-header.
           03  FILLER                  PIC X.
           03  sth-period              PIC 9(6).

       FD  factsch-file.
           COPY "factschd.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  stmt-status                 PIC XX.
           88  stmt-file-ok            VALUE "00".
           88  stmt-file-eof           VALUE "10".

       01  fs-status-code              PIC XX.
           88  fs-file-ok              VALUE "00".
           88  fs-file-eof             VALUE "10".

       77  stmt-period                 PIC 9(6) VALUE 0.
       77  difference-switch           PIC X.
           88  difference-found            VALUE "Y".

       77  schedules-read              PIC 9(5) COMP VALUE 0.
       77  schedules-reconciled        PIC 9(5) COMP VALUE 0.
       77  schedules-different         PIC 9(5) COMP VALUE 0.
       77  schedules-missing           PIC 9(5) COMP VALUE 0.

       77  total-our-advance           PIC S9(11)V99 COMP VALUE 0.
       77  total-stmt-advance          PIC S9(11)V99 COMP VALUE 0.
       77  total-our-fee               PIC S9(11)V99 COMP VALUE 0.
       77  total-stmt-fee              PIC S9(11)V99 COMP VALUE 0.
       77  total-our-collected         PIC S9(11)V99 COMP VALUE 0.
       77  total-stmt-collected        PIC S9(11)V99 COMP VALUE 0.
       77  total-reserve-held          PIC S9(11)V99 COMP VALUE 0.
       77  total-to-remit              PIC S9(11)V99 COMP.

       01  page-title.
           03  FILLER                  PIC X(36) VALUE
               "FACTOR STATEMENT RECONCILIATION".
           03  FILLER                  PIC X(7) VALUE "MONTH ".
           03  pt-period               PIC 9(6).

       01  column-heading.
           03  FILLER                  PIC X(8)  VALUE "SCHEDULE".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "ITEM".
           03  FILLER                  PIC X(18)
               VALUE "            OURS".
           03  FILLER                  PIC X(18)
               VALUE "          FACTOR".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE "RESULT".

       01  detail-line.
           03  dl-sched-no             PIC 9(6).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  dl-item                 PIC X(12).
           03  dl-ours                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.
           03  dl-factor               PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-result               PIC X(30).

       01  count-line.
           03  FILLER                  PIC X(18)
               VALUE "SCHEDULES READ:".
           03  cl-read                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(15)
               VALUE "  RECONCILED:".
           03  cl-reconciled           PIC ZZ,ZZ9.
           03  FILLER                  PIC X(16)
               VALUE "  DIFFERENCES:".
           03  cl-different            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(12)
               VALUE "  MISSING:".
           03  cl-missing              PIC ZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL stmt-file-eof
               READ statement-file
                   AT END
                       SET stmt-file-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN st-header
                               MOVE sth-period TO stmt-period
                               MOVE stmt-period TO pt-period
                               PERFORM Print-Page-Title
                           WHEN st-detail
                               PERFORM Reconcile-Schedule
                       END-EVALUATE
               END-READ
           END-PERFORM

           PERFORM List-Missing-Schedules
           PERFORM Print-Totals

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           OPEN INPUT statement-file
           IF  NOT stmt-file-ok
               DISPLAY "CUSTFACR: NO FACTOR STATEMENT (factstmt.dat)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O factsch-file
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Page-Title SECTION.

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE column-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reconcile-Schedule ties one statement line      *
      *  back to our schedule, lists every figure that   *
      *  differs, and keeps the factor's figures and     *
      *  the verdict on the schedule record.             *
      *                                                  *
      ****************************************************

       Reconcile-Schedule SECTION.

           ADD 1 TO schedules-read
           MOVE SPACES TO detail-line
           MOVE st-sched-no TO dl-sched-no
           MOVE st-sched-no TO fs-sched-no
           READ factsch-file
               INVALID KEY
                   MOVE "SCHEDULE"     TO dl-item
                   MOVE "NOT ON OUR FILE" TO dl-result
                   ADD 1 TO schedules-different
                   MOVE detail-line TO report-line
                   WRITE report-line
                   EXIT SECTION
           END-READ

           MOVE "N" TO difference-switch
           IF  fs-advance NOT = st-advance
               MOVE "ADVANCE"       TO dl-item
               MOVE fs-advance      TO dl-ours
               MOVE st-advance      TO dl-factor
               MOVE "ADVANCE DIFFERS" TO dl-result
               PERFORM Print-Difference
           END-IF
           IF  fs-fee NOT = st-fee
               MOVE "FEES"          TO dl-item
               MOVE fs-fee          TO dl-ours
               MOVE st-fee          TO dl-factor
               MOVE "FEES DIFFER"   TO dl-result
               PERFORM Print-Difference
           END-IF
           IF  fs-collected NOT = st-collected
               MOVE "COLLECTIONS"   TO dl-item
               MOVE fs-collected    TO dl-ours
               MOVE st-collected    TO dl-factor
               IF  fs-collected > st-collected
                   MOVE "CASH HELD -- STILL TO REMIT" TO dl-result
               ELSE
                   MOVE "FACTOR CREDITS MORE THAN HELD"
                       TO dl-result
               END-IF
               PERFORM Print-Difference
           END-IF
           IF  st-reserve-released > fs-reserve
               MOVE "RESERVE"       TO dl-item
               MOVE fs-reserve      TO dl-ours
               MOVE st-reserve-released TO dl-factor
               MOVE "RELEASED MORE THAN HELD" TO dl-result
               PERFORM Print-Difference
           END-IF

           IF  NOT difference-found
               MOVE "ALL"           TO dl-item
               MOVE "RECONCILED"    TO dl-result
               MOVE detail-line TO report-line
               WRITE report-line
               ADD 1 TO schedules-reconciled
               SET fs-reconciled TO TRUE
           ELSE
               ADD 1 TO schedules-different
               SET fs-recon-difference TO TRUE
           END-IF

           ADD fs-advance   TO total-our-advance
           ADD st-advance   TO total-stmt-advance
           ADD fs-fee       TO total-our-fee
           ADD st-fee       TO total-stmt-fee
           ADD fs-collected TO total-our-collected
           ADD st-collected TO total-stmt-collected
           COMPUTE total-reserve-held = total-reserve-held
               + fs-reserve - st-reserve-released

           MOVE st-advance          TO fs-stmt-advance
           MOVE st-fee              TO fs-stmt-fee
           MOVE st-collected        TO fs-stmt-collected
           MOVE st-reserve-released TO fs-reserve-released
           MOVE stmt-period         TO fs-recon-period
           REWRITE factsch-record
               INVALID KEY
                   DISPLAY "CUSTFACR: COULD NOT UPDATE SCHEDULE "
                       fs-sched-no
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Difference SECTION.

           SET difference-found TO TRUE
           MOVE detail-line TO report-line
           WRITE report-line
           MOVE SPACES TO detail-line
           MOVE st-sched-no TO dl-sched-no.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Missing-Schedules lists every schedule     *
      *  the statement left out while the factor still   *
      *  holds reserve on it -- one not yet fully        *
      *  collected and settled.                          *
      *                                                  *
      ****************************************************

       List-Missing-Schedules SECTION.

           MOVE 0 TO fs-sched-no
           START factsch-file KEY IS NOT LESS THAN fs-sched-no
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "00" TO fs-status-code
           PERFORM UNTIL fs-file-eof
               READ factsch-file NEXT RECORD
                   AT END
                       SET fs-file-eof TO TRUE
                   NOT AT END
                       IF  fs-recon-period NOT = stmt-period
                               AND (fs-collected < fs-face-total
                                   OR fs-reserve-released + fs-fee
                                       < fs-reserve)
                           ADD 1 TO schedules-missing
                           MOVE SPACES TO detail-line
                           MOVE fs-sched-no TO dl-sched-no
                           MOVE "SCHEDULE"  TO dl-item
                           MOVE fs-face-total TO dl-ours
                           MOVE "NOT ON FACTOR STATEMENT"
                               TO dl-result
                           MOVE detail-line TO report-line
                           WRITE report-line
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE schedules-read       TO cl-read
           MOVE schedules-reconciled TO cl-reconciled
           MOVE schedules-different  TO cl-different
           MOVE schedules-missing    TO cl-missing
           MOVE count-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE SPACES TO detail-line
           MOVE "ADVANCES"       TO dl-item
           MOVE total-our-advance  TO dl-ours
           MOVE total-stmt-advance TO dl-factor
           PERFORM Print-Total-Line
           MOVE "FEES"           TO dl-item
           MOVE total-our-fee      TO dl-ours
           MOVE total-stmt-fee     TO dl-factor
           PERFORM Print-Total-Line
           MOVE "COLLECTIONS"    TO dl-item
           MOVE total-our-collected  TO dl-ours
           MOVE total-stmt-collected TO dl-factor
           PERFORM Print-Total-Line
           COMPUTE total-to-remit =
               total-our-collected - total-stmt-collected
           MOVE "TO REMIT"       TO dl-item
           MOVE total-to-remit     TO dl-ours
           MOVE 0                  TO dl-factor
           PERFORM Print-Total-Line
           MOVE "RESERVE HELD"   TO dl-item
           MOVE 0                  TO dl-ours
           MOVE total-reserve-held TO dl-factor
           PERFORM Print-Total-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Total-Line SECTION.

           MOVE detail-line TO report-line
           MOVE "TOTAL " TO report-line(1:6)
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE statement-file
           CLOSE factsch-file
           CLOSE report-file.
           EXIT.
