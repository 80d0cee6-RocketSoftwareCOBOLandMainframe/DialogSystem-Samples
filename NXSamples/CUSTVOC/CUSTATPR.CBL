      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly available-to-promise re-projection.  Every open      *
      * backorder on backord.ism carries the date the customer was   *
      * promised when it was taken.  This run asks the shared        *
      * invatp lookup again, from tonight's free stock, the          *
      * backorders queued ahead of it and the open po.ism lines as   *
      * they now stand, and stamps the answer on the backorder as    *
      * its projected date.  Wherever a PO has slipped -- or been    *
      * cancelled, leaving nothing on order to cover it -- so that   *
      * the projection now falls after the promise, the backorder    *
      * is listed by item as a broken promise, so purchasing can     *
      * chase the supplier and the customer hears it from us first.  *
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
       PROGRAM-ID. custatpr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT backorder-file ASSIGN "backord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bko-no
           ACCESS IS DYNAMIC
           FILE STATUS IS bkof-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT projection-sort-file ASSIGN "custatpr.srt".

           SELECT report-file ASSIGN "custatpr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  backorder-file.
           COPY "backorec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

      *  One record per open backorder, carrying tonight's
      *  projection across to the output procedure, which stamps it
      *  on backord.ism once the lookup has finished reading that
      *  same file.
       SD  projection-sort-file.
       01  projection-sort-record.
           03  ps-item-code            PIC X(4).
           03  ps-bko-no               PIC 9(8) COMP.
           03  ps-c-code               PIC X(5).
           03  ps-qty                  PIC 9(5) COMP.
           03  ps-bko-date             PIC 9(8).
           03  ps-promise-date         PIC 9(8).
           03  ps-projected-date       PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  bkof-status                 PIC XX.
           88  bko-file-ok             VALUE "00".
           88  bko-file-eof            VALUE "10".
           88  bko-file-not-found      VALUE "35".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".
           88  inv-file-not-found      VALUE "35".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       01  today-yyyymmdd              PIC 9(8).

      *  Hand-off to the shared invatp lookup.  Free stock is
      *  on-hand less what unshipped lines hold in inv-alloc-qty
      *  (spaces on records written before allocation existed).
       77  atp-free-stock              PIC S9(6) COMP.
       77  held-alloc-qty              PIC 9(5) COMP.
       77  projected-date              PIC 9(8).

       77  days-late                   PIC S9(5) COMP.
       77  previous-item               PIC X(4).

       77  projected-count             PIC 9(6) COMP VALUE 0.
       77  uncovered-count             PIC 9(6) COMP VALUE 0.
       77  broken-count                PIC 9(6) COMP VALUE 0.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  count-display               PIC ZZZ,ZZ9.

       01  broken-heading.
           03  FILLER                  PIC X(36) VALUE
               "  ITEM  BACKORDER  CUST     QTY".
           03  FILLER                  PIC X(44) VALUE
               "PROMISED  NOW DUE   LATE  REASON".

       01  broken-line.
           03  FILLER                  PIC X(2).
           03  bl-item                 PIC X(4).
           03  FILLER                  PIC X(2).
           03  bl-bko-no               PIC 9(8).
           03  FILLER                  PIC X(3).
           03  bl-c-code               PIC X(5).
           03  FILLER                  PIC X(2).
           03  bl-qty                  PIC ZZZZ9.
           03  FILLER                  PIC X(5).
           03  bl-promise-date         PIC 9(8).
           03  FILLER                  PIC X(2).
           03  bl-projected            PIC X(8).
           03  FILLER                  PIC X(2).
           03  bl-days-late            PIC ZZZ9.
           03  FILLER                  PIC X(2).
           03  bl-reason               PIC X(30).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           SORT projection-sort-file
               ON ASCENDING KEY ps-item-code, ps-bko-no
               INPUT PROCEDURE IS Project-Open-Backorders
               OUTPUT PROCEDURE IS Stamp-And-Report

           PERFORM Print-Totals
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN OUTPUT report-file

           MOVE SPACES TO report-line
           STRING "AVAILABLE-TO-PROMISE RE-PROJECTION -- "
                  today-yyyymmdd
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "BROKEN PROMISES -- PROJECTED NOW LATER THAN PROMISED"
               TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE broken-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Walks the open backorders oldest-first and asks   *
      *  invatp for each one's date, counting only the      *
      *  backorders queued ahead of it -- the order the      *
      *  CUSTBKRL release run fills them in.  Both files      *
      *  are read only here, so the lookup can read            *
      *  backord.ism alongside.                                *
      *                                                  *
      ****************************************************

       Project-Open-Backorders SECTION.

           OPEN INPUT backorder-file
           IF  bko-file-not-found
      *  No backorder file yet means nothing has ever been short --
      *  an empty run, not an error.
               EXIT SECTION
           END-IF
           OPEN INPUT inventory-file

           PERFORM UNTIL bko-file-eof
               READ backorder-file NEXT RECORD
                   AT END
                       SET bko-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  backorder-open
                           PERFORM Project-One-Backorder
                       END-IF
               END-READ
           END-PERFORM

           CLOSE backorder-file
           CLOSE inventory-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Project-One-Backorder SECTION.

           MOVE 0 TO atp-free-stock
           MOVE bko-item-code TO inv-code
           READ inventory-file
               INVALID KEY
      *  An item sold off the master has no stock of its own; the
      *  open POs alone decide its date.
                   CONTINUE
               NOT INVALID KEY
                   IF  inv-alloc-qty NUMERIC
                       MOVE inv-alloc-qty TO held-alloc-qty
                   ELSE
                       MOVE 0 TO held-alloc-qty
                   END-IF
                   COMPUTE atp-free-stock =
                       inv-quantity - held-alloc-qty
           END-READ

           CALL "invatp" USING bko-item-code, bko-qty,
                               atp-free-stock, bko-no,
                               projected-date
           END-CALL

           MOVE bko-item-code  TO ps-item-code
           MOVE bko-no         TO ps-bko-no
           MOVE bko-c-code     TO ps-c-code
           MOVE bko-qty        TO ps-qty
           MOVE bko-date       TO ps-bko-date
           MOVE 0              TO ps-promise-date
           IF  bko-promise-date NUMERIC
               MOVE bko-promise-date TO ps-promise-date
           END-IF
           MOVE projected-date TO ps-projected-date
           RELEASE projection-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Stamps each backorder with tonight's projection   *
      *  and lists, item by item, the ones whose promise     *
      *  no longer holds.  A backorder taken before           *
      *  promise dates were kept, or with no date to           *
      *  promise, has nothing to break and is only stamped.     *
      *                                                  *
      ****************************************************

       Stamp-And-Report SECTION.

           OPEN I-O backorder-file
           IF  bko-file-not-found
               EXIT SECTION
           END-IF

           MOVE SPACES TO previous-item
           MOVE "00" TO sort-status
           PERFORM UNTIL sort-file-eof
               RETURN projection-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       PERFORM Stamp-One-Backorder
                       PERFORM Judge-Promise
               END-RETURN
           END-PERFORM

           CLOSE backorder-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Stamp-One-Backorder SECTION.

           ADD 1 TO projected-count
           IF  ps-projected-date = 0
               ADD 1 TO uncovered-count
           END-IF

           MOVE ps-bko-no TO bko-no
           READ backorder-file
               INVALID KEY
                   EXIT SECTION
           END-READ
      *  Filled by a release since the projection was taken --
      *  nothing left to project.
           IF  NOT backorder-open
               EXIT SECTION
           END-IF

           MOVE ps-projected-date TO bko-projected-date
           REWRITE backorder-record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO run-writes-count
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Judge-Promise SECTION.

           IF  ps-promise-date = 0
               EXIT SECTION
           END-IF
           IF  ps-projected-date NOT = 0
           AND ps-projected-date NOT > ps-promise-date
               EXIT SECTION
           END-IF

           ADD 1 TO broken-count
           IF  ps-item-code NOT = previous-item
               IF  previous-item NOT = SPACES
                   MOVE SPACES TO report-line
                   WRITE report-line
               END-IF
               MOVE ps-item-code TO previous-item
           END-IF

           MOVE SPACES TO broken-line
           MOVE ps-item-code    TO bl-item
           MOVE ps-bko-no       TO bl-bko-no
           MOVE ps-c-code       TO bl-c-code
           MOVE ps-qty          TO bl-qty
           MOVE ps-promise-date TO bl-promise-date
           IF  ps-projected-date = 0
               MOVE "NONE"      TO bl-projected
               MOVE "NO OPEN PO COVERS IT NOW" TO bl-reason
           ELSE
               MOVE ps-projected-date TO bl-projected
               COMPUTE days-late =
                   FUNCTION INTEGER-OF-DATE(ps-projected-date)
                 - FUNCTION INTEGER-OF-DATE(ps-promise-date)
               MOVE days-late TO bl-days-late
               MOVE "PO DUE LATER THAN PROMISED" TO bl-reason
           END-IF
           MOVE broken-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           IF  broken-count = 0
               MOVE "NO BROKEN PROMISES TONIGHT" TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               WRITE report-line
           END-IF

           MOVE projected-count TO count-display
           MOVE SPACES TO report-line
           STRING "OPEN BACKORDERS RE-PROJECTED:  " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE uncovered-count TO count-display
           MOVE SPACES TO report-line
           STRING "NO OPEN PO TO COVER THEM:      " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE broken-count TO count-display
           MOVE SPACES TO report-line
           STRING "BROKEN PROMISES:               " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTATPR", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE report-file.
           EXIT.
