      *  step-table keeps, per step name, the latest record seen and
      *  the one before it -- the file is append-ordered, so each
      *  new record for a step shifts the previous one back.
       78  max-steps                       VALUE 100.
       01  step-table.
           03  step-entry OCCURS 100 TIMES.
               05  st-step              PIC X(8).
               05  st-last-date         PIC 9(8).
               05  st-last-start        PIC 9(6).
       77  step-ind                    PIC 9(4) COMP.
       77  step-found-ind              PIC 9(4) COMP.

      *  unreported-table keeps the step names that found the step
      *  table full, so each is named once on the report rather
      *  than going missing; past max-unreported only a count of
      *  the run records left out is kept.
       78  max-unreported                  VALUE 20.
       01  unreported-table.
           03  unreported-step OCCURS 20 TIMES PIC X(8).
       77  unreported-count            PIC 9(4) COMP.
       77  unreported-ind              PIC 9(4) COMP.
       77  unreported-found-ind        PIC 9(4) COMP.
       77  unreported-more-count       PIC 9(7) COMP.

       77  latest-run-date             PIC 9(8).
       77  reads-move-pct              PIC S9(5) COMP.
       77  writes-move-pct             PIC S9(5) COMP.
       01  no-runs-line                PIC X(52) VALUE
               "NO RUN-CONTROL RECORDS ON FILE -- DID THE CHAIN RUN".

       01  table-full-line.
           03  FILLER                  PIC X(19) VALUE
               "STEP TABLE FULL -- ".
           03  tf-step                 PIC X(8).
           03  FILLER                  PIC X(14) VALUE
               " NOT REPORTED".

       01  table-full-more-line.
           03  FILLER                  PIC X(19) VALUE
               "STEP TABLE FULL -- ".
           03  tf-more-count           PIC ZZZZZZ9.
           03  FILLER                  PIC X(34) VALUE
               " MORE RUN RECORDS NOT REPORTED".

      ****************************************************
      *                                                  *
      *                                                  *
           MOVE 0 TO step-count
           MOVE 0 TO latest-run-date
           INITIALIZE step-table
           MOVE 0 TO unreported-count unreported-more-count
           INITIALIZE unreported-table

           OPEN INPUT runctl-file
           IF  runctl-file-not-found
      *  Fold-In-Run-Record files the record under its     *
      *  step name, shifting the step's previous figures     *
      *  back so the report can compare last night against    *
      *  the run before.  A step that finds the table full    *
      *  is noted for the report instead of being dropped.    *
      *                                                  *
      ****************************************************

                   MOVE step-count TO step-found-ind
                   MOVE run-step TO st-step(step-found-ind)
                   MOVE "N" TO st-prior-valid(step-found-ind)
               ELSE
                   PERFORM Note-Unreported-Step
               END-IF
           ELSE
               MOVE st-last-reads(step-found-ind)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Note-Unreported-Step remembers, once, the name    *
      *  of a step the full step table has no room for.      *
      *                                                  *
      ****************************************************

       Note-Unreported-Step SECTION.

           MOVE 0 TO unreported-found-ind
           PERFORM VARYING unreported-ind FROM 1 BY 1
                           UNTIL unreported-ind > unreported-count
                           OR unreported-found-ind > 0
               IF  unreported-step(unreported-ind) = run-step
                   MOVE unreported-ind TO unreported-found-ind
               END-IF
           END-PERFORM

           IF  unreported-found-ind = 0
               IF  unreported-count < max-unreported
                   ADD 1 TO unreported-count
                   MOVE run-step TO unreported-step(unreported-count)
               ELSE
                   ADD 1 TO unreported-more-count
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
               IF  st-last-date(step-ind) = latest-run-date
                   PERFORM Print-One-Step
               END-IF
           END-PERFORM

           PERFORM VARYING unreported-ind FROM 1 BY 1
                           UNTIL unreported-ind > unreported-count
               MOVE unreported-step(unreported-ind) TO tf-step
               MOVE table-full-line TO report-line
               WRITE report-line
           END-PERFORM

           IF  unreported-more-count > 0
               MOVE unreported-more-count TO tf-more-count
               MOVE table-full-more-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
