      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Collections daily activity summary for the managers.  For    *
      * each collector: how many accounts the night's CUSTCOLQ       *
      * build queued, how many were worked and how many are still    *
      * waiting (callq.ism), and what the day's calls came to --     *
      * no answer, promises taken and their value, disputes raised   *
      * and escalations (calllog.ism, as VOCCOLL logged them).       *
      * Reports on today unless a YYYYMMDD date is given on the      *
      * command line; callq.ism only holds the current queue, so     *
      * the queue columns show zero for any earlier day.             *
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
       PROGRAM-ID. custcols.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT callq-file ASSIGN "callq.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cq-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS cq-file-status.

           SELECT calllog-file ASSIGN "calllog.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS cl-status.

           SELECT collmast-file ASSIGN "collmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS coll-code
           ACCESS IS DYNAMIC
           FILE STATUS IS coll-status.

           SELECT report-file ASSIGN "custcols.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  callq-file.
           COPY "callq.cpy".

       FD  calllog-file.
           COPY "calllog.cpy".

       FD  collmast-file.
           COPY "collmast.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cq-file-status              PIC XX.
           88  cq-file-eof             VALUE "10".
           88  cq-file-not-found       VALUE "35".

       01  cl-status                   PIC XX.
           88  cl-file-eof             VALUE "10".
           88  cl-file-not-found       VALUE "35".

       01  coll-status                 PIC XX.
           88  coll-file-not-found     VALUE "35".

       77  no-collmast-file-switch     PIC X VALUE "N".
           88  no-collmast-file         VALUE "Y".

       01  today-yyyymmdd              PIC 9(8).
       01  report-date                 PIC 9(8).
       01  command-parms               PIC X(20).

      *  One row per collector met on the queue or the call log --
      *  the unassigned queue is the row with spaces for a code.
       78  max-collectors                  VALUE 50.
       77  coll-count                  PIC 9(4) COMP VALUE 0.
       77  coll-ind                    PIC 9(4) COMP.
       77  match-collector             PIC X(3).
       01  collector-table.
           03  ct-entry OCCURS 50 TIMES.
               05  ct-code             PIC X(3).
               05  ct-queued           PIC 9(5) COMP.
               05  ct-worked           PIC 9(5) COMP.
               05  ct-waiting          PIC 9(5) COMP.
               05  ct-calls            PIC 9(5) COMP.
               05  ct-no-answer        PIC 9(5) COMP.
               05  ct-promises         PIC 9(5) COMP.
               05  ct-promise-value    PIC S9(9)V99 COMP.
               05  ct-disputes         PIC 9(5) COMP.
               05  ct-escalated        PIC 9(5) COMP.
       01  grand-totals.
           03  gt-queued               PIC 9(5) COMP.
           03  gt-worked               PIC 9(5) COMP.
           03  gt-waiting              PIC 9(5) COMP.
           03  gt-calls                PIC 9(5) COMP.
           03  gt-no-answer            PIC 9(5) COMP.
           03  gt-promises             PIC 9(5) COMP.
           03  gt-promise-value        PIC S9(9)V99 COMP.
           03  gt-disputes             PIC 9(5) COMP.
           03  gt-escalated            PIC 9(5) COMP.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  page-title.
           03  FILLER                  PIC X(36)
               VALUE "COLLECTIONS DAILY ACTIVITY SUMMARY -".
           03  FILLER                  PIC X VALUE SPACE.
           03  pt-date                 PIC 9999/99/99.

       01  heading-line.
           03  FILLER                  PIC X(4) VALUE "COLL".
           03  FILLER                  PIC X VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "NAME".
           03  FILLER                  PIC X(7) VALUE " QUEUED".
           03  FILLER                  PIC X(7) VALUE " WORKED".
           03  FILLER                  PIC X(7) VALUE "   LEFT".
           03  FILLER                  PIC X(7) VALUE "  CALLS".
           03  FILLER                  PIC X(7) VALUE " NO ANS".
           03  FILLER                  PIC X(7) VALUE "  PROMS".
           03  FILLER                  PIC X(16) VALUE
               "    PROMISED VAL".
           03  FILLER                  PIC X(7) VALUE "  DISPS".
           03  FILLER                  PIC X(7) VALUE "  ESCAL".

       01  detail-line.
           03  dl-code                 PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-name                 PIC X(20).
           03  dl-queued               PIC Z(6)9.
           03  dl-worked               PIC Z(6)9.
           03  dl-waiting              PIC Z(6)9.
           03  dl-calls                PIC Z(6)9.
           03  dl-no-answer            PIC Z(6)9.
           03  dl-promises             PIC Z(6)9.
           03  dl-promise-value        PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  dl-disputes             PIC Z(6)9.
           03  dl-escalated            PIC Z(6)9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           ACCEPT command-parms FROM COMMAND-LINE
           IF  command-parms(1:8) IS NUMERIC
               MOVE command-parms(1:8) TO report-date
           ELSE
               MOVE today-yyyymmdd TO report-date
           END-IF

           INITIALIZE grand-totals
           OPEN OUTPUT report-file

           IF  report-date = today-yyyymmdd
               PERFORM Count-Queue
           END-IF
           PERFORM Count-Calls
           PERFORM Print-Summary

           CALL "custrunc" USING "CUSTCOLS", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Count-Queue reads today's callq.ism: every      *
      *  entry queued, split worked and still waiting.   *
      *                                                  *
      ****************************************************

       Count-Queue SECTION.

           OPEN INPUT callq-file
           IF  cq-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL cq-file-eof
               READ callq-file NEXT RECORD
                   AT END
                       SET cq-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  cq-queue-date = report-date
                           MOVE cq-collector TO match-collector
                           PERFORM Find-Collector-Row
                           IF  coll-ind > 0
                               ADD 1 TO ct-queued(coll-ind)
                               IF  cq-worked
                                   ADD 1 TO ct-worked(coll-ind)
                               ELSE
                                   ADD 1 TO ct-waiting(coll-ind)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE callq-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Count-Calls STARTs calllog.ism at the report    *
      *  date and tallies that day's outcomes.           *
      *                                                  *
      ****************************************************

       Count-Calls SECTION.

           OPEN INPUT calllog-file
           IF  cl-file-not-found
               EXIT SECTION
           END-IF

           MOVE LOW-VALUES  TO cl-key
           MOVE report-date TO cl-date
           START calllog-file KEY IS NOT LESS THAN cl-key
               INVALID KEY
                   SET cl-file-eof TO TRUE
           END-START

           PERFORM UNTIL cl-file-eof
               READ calllog-file NEXT RECORD
                   AT END
                       SET cl-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  cl-date NOT = report-date
                           SET cl-file-eof TO TRUE
                       ELSE
                           PERFORM Count-One-Call
                       END-IF
               END-READ
           END-PERFORM
           CLOSE calllog-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-One-Call SECTION.

           MOVE cl-collector TO match-collector
           PERFORM Find-Collector-Row
           IF  coll-ind = 0
               EXIT SECTION
           END-IF

           ADD 1 TO ct-calls(coll-ind)
           EVALUATE TRUE
               WHEN cl-no-answer
                   ADD 1 TO ct-no-answer(coll-ind)
               WHEN cl-promise-taken
                   ADD 1 TO ct-promises(coll-ind)
                   ADD cl-promise-amount TO ct-promise-value(coll-ind)
               WHEN cl-dispute-raised
                   ADD 1 TO ct-disputes(coll-ind)
               WHEN cl-escalated
                   ADD 1 TO ct-escalated(coll-ind)
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Collector-Row sets coll-ind to the table   *
      *  row for match-collector, adding one if it is    *
      *  new -- zero only when the table is full.        *
      *                                                  *
      ****************************************************

       Find-Collector-Row SECTION.

           PERFORM VARYING coll-ind FROM 1 BY 1
                           UNTIL coll-ind > coll-count
               IF  ct-code(coll-ind) = match-collector
                   EXIT SECTION
               END-IF
           END-PERFORM

           IF  coll-count >= max-collectors
               MOVE 0 TO coll-ind
               MOVE 4 TO run-rc-code
               EXIT SECTION
           END-IF

           ADD 1 TO coll-count
           MOVE coll-count TO coll-ind
           MOVE match-collector TO ct-code(coll-ind)
           MOVE 0 TO ct-queued(coll-ind) ct-worked(coll-ind)
                     ct-waiting(coll-ind) ct-calls(coll-ind)
                     ct-no-answer(coll-ind) ct-promises(coll-ind)
                     ct-promise-value(coll-ind)
                     ct-disputes(coll-ind) ct-escalated(coll-ind).
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Summary writes one line per collector     *
      *  and the totals line.                            *
      *                                                  *
      ****************************************************

       Print-Summary SECTION.

           MOVE report-date TO pt-date
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line

           OPEN INPUT collmast-file
           IF  coll-file-not-found
               SET no-collmast-file TO TRUE
           END-IF

           PERFORM VARYING coll-ind FROM 1 BY 1
                           UNTIL coll-ind > coll-count
               PERFORM Print-Collector-Line
           END-PERFORM

           IF  NOT no-collmast-file
               CLOSE collmast-file
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO detail-line
           MOVE "ALL COLLECTORS" TO dl-name
           MOVE gt-queued        TO dl-queued
           MOVE gt-worked        TO dl-worked
           MOVE gt-waiting       TO dl-waiting
           MOVE gt-calls         TO dl-calls
           MOVE gt-no-answer     TO dl-no-answer
           MOVE gt-promises      TO dl-promises
           MOVE gt-promise-value TO dl-promise-value
           MOVE gt-disputes      TO dl-disputes
           MOVE gt-escalated     TO dl-escalated
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Collector-Line SECTION.

           MOVE SPACES TO detail-line
           IF  ct-code(coll-ind) = SPACES
               MOVE "UNASSIGNED" TO dl-name
           ELSE
               MOVE ct-code(coll-ind) TO dl-code
               IF  NOT no-collmast-file
                   MOVE ct-code(coll-ind) TO coll-code
                   READ collmast-file
                       INVALID KEY
                           MOVE "NOT ON COLLMAST" TO dl-name
                       NOT INVALID KEY
                           MOVE coll-name TO dl-name
                   END-READ
               END-IF
           END-IF

           MOVE ct-queued(coll-ind)        TO dl-queued
           MOVE ct-worked(coll-ind)        TO dl-worked
           MOVE ct-waiting(coll-ind)       TO dl-waiting
           MOVE ct-calls(coll-ind)         TO dl-calls
           MOVE ct-no-answer(coll-ind)     TO dl-no-answer
           MOVE ct-promises(coll-ind)      TO dl-promises
           MOVE ct-promise-value(coll-ind) TO dl-promise-value
           MOVE ct-disputes(coll-ind)      TO dl-disputes
           MOVE ct-escalated(coll-ind)     TO dl-escalated
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count

           ADD ct-queued(coll-ind)        TO gt-queued
           ADD ct-worked(coll-ind)        TO gt-worked
           ADD ct-waiting(coll-ind)       TO gt-waiting
           ADD ct-calls(coll-ind)         TO gt-calls
           ADD ct-no-answer(coll-ind)     TO gt-no-answer
           ADD ct-promises(coll-ind)      TO gt-promises
           ADD ct-promise-value(coll-ind) TO gt-promise-value
           ADD ct-disputes(coll-ind)      TO gt-disputes
           ADD ct-escalated(coll-ind)     TO gt-escalated.
           EXIT.
