      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Accounts-payable export.  Sends every supplier invoice the   *
      * CUSTSIMT three-way match has passed to accounts payable as   *
      * one apfeed.dat record per invoice -- supplier, the           *
      * supplier's invoice number and date, the PO it bills and the  *
      * invoice total -- the way CUSTGLEX.CBL hands the ledger       *
      * glfeed.dat.  Each line sent is stamped with today in         *
      * sin-ap-date so it is never paid twice; a re-run on the same  *
      * day sends today's invoices again, so a lost or rejected      *
      * apfeed.dat can simply be re-created.  Held invoices are      *
      * never sent.                                                  *
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
       PROGRAM-ID. custapex.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT supinv-file ASSIGN "supinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sin-key
           ALTERNATE RECORD KEY IS sin-po-key WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS sin-status-code.

           SELECT ap-feed-file ASSIGN "apfeed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS feed-status.

           SELECT report-file ASSIGN "custapex.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  supinv-file.
           COPY "supinvrc.cpy".

       FD  ap-feed-file.
       01  ap-feed-record.
           03  ap-supplier             PIC X(4).
           03  FILLER                  PIC X   VALUE SPACE.
           03  ap-inv-no               PIC X(12).
           03  FILLER                  PIC X   VALUE SPACE.
           03  ap-inv-date             PIC 9(8).
           03  FILLER                  PIC X   VALUE SPACE.
      *  ap-po-no is the PO the invoice's first line bills -- the
      *  reference payables quotes back to the supplier.
           03  ap-po-no                PIC 9(6).
           03  FILLER                  PIC X   VALUE SPACE.
           03  ap-amount               PIC 9(9)V99.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  sin-status-code             PIC XX.
           88  sin-file-ok             VALUE "00".
           88  sin-file-eof            VALUE "10".
           88  sin-file-not-found      VALUE "35".

       01  feed-status                 PIC XX.
           88  feed-file-ok            VALUE "00".

       01  today-yyyymmdd              PIC 9(8).

       77  no-supinv-file-switch       PIC X VALUE "N".
           88  no-supinv-file           VALUE "Y".

       77  invoice-open-switch         PIC X VALUE "N".
           88  invoice-open             VALUE "Y".
       77  invoice-total               PIC 9(9)V99 COMP.
       77  invoices-sent               PIC 9(6) COMP.
       77  value-sent                  PIC 9(9)V99 COMP.
      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "PAYABLES EXPORT OF MATCHED SUPPLIER INVOICES".

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "SUPP".
           03  FILLER                  PIC X(14) VALUE "INVOICE".
           03  FILLER                  PIC X(10) VALUE "DATE".
           03  FILLER                  PIC X(8)  VALUE "PO".
           03  FILLER                  PIC X(16) VALUE
               "          AMOUNT".

       01  detail-line.
           03  dl-supplier             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-inv-no               PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-inv-date             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-po-no                PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-amount               PIC ZZZ,ZZZ,ZZ9.99.

       01  totals-line.
           03  FILLER                  PIC X(20) VALUE
               "INVOICES SENT:".
           03  tl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE "  VALUE: ".
           03  tl-value                PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL sin-file-eof
               READ supinv-file NEXT RECORD
                   AT END
                       SET sin-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Export-Invoice-Line
               END-READ
           END-PERFORM
           IF  invoice-open
               PERFORM Write-Feed-Record
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO invoices-sent
           MOVE 0 TO value-sent
           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN I-O supinv-file
           IF  sin-file-not-found
               SET no-supinv-file TO TRUE
               SET sin-file-eof TO TRUE
           END-IF
           OPEN OUTPUT ap-feed-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Export-Invoice-Line adds a matched line not yet   *
      *  sent -- or sent by an earlier run today -- to the     *
      *  invoice being built, and stamps it sent.  A line of    *
      *  a new invoice first writes out the one before.          *
      *                                                  *
      ****************************************************

       Export-Invoice-Line SECTION.

           IF  NOT sin-matched
               EXIT SECTION
           END-IF
           IF  sin-ap-date NOT = 0 AND sin-ap-date NOT = today-yyyymmdd
               EXIT SECTION
           END-IF

           IF  invoice-open
               IF  sin-supplier NOT = ap-supplier
                       OR sin-inv-no NOT = ap-inv-no
                   PERFORM Write-Feed-Record
               END-IF
           END-IF
           IF  NOT invoice-open
               MOVE SPACES       TO ap-feed-record
               MOVE sin-supplier TO ap-supplier
               MOVE sin-inv-no   TO ap-inv-no
               MOVE sin-inv-date TO ap-inv-date
               MOVE sin-po-no    TO ap-po-no
               MOVE 0 TO invoice-total
               SET invoice-open TO TRUE
           END-IF

           ADD sin-amount TO invoice-total
           MOVE today-yyyymmdd TO sin-ap-date
           REWRITE supinv-record
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Write-Feed-Record SECTION.

           MOVE invoice-total TO ap-amount
           WRITE ap-feed-record
           ADD 1 TO run-writes-count
           ADD 1 TO invoices-sent
           ADD invoice-total TO value-sent
           MOVE "N" TO invoice-open-switch

           MOVE SPACES TO detail-line
           MOVE ap-supplier   TO dl-supplier
           MOVE ap-inv-no     TO dl-inv-no
           MOVE ap-inv-date   TO dl-inv-date
           MOVE ap-po-no      TO dl-po-no
           MOVE invoice-total TO dl-amount
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE invoices-sent TO tl-count
           MOVE value-sent    TO tl-value
           MOVE totals-line TO report-line
           WRITE report-line

           CALL "custrunc" USING "CUSTAPEX", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           IF  NOT no-supinv-file
               CLOSE supinv-file
           END-IF
           CLOSE ap-feed-file
           CLOSE report-file.
           EXIT.
