      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Customer deduction worklist.  Walks deduct.ism and lists     *
      * every deduction still being worked -- open, or accepted and  *
      * waiting on a maker-checker verdict -- oldest first, with the *
      * customer, order, shortfall, days since the short payment     *
      * and the reason code (or a prompt to code it), so the         *
      * deductions clerk knows what to chase with the customer and   *
      * what to close through CUSTDEDC.  Totals the worklist in home *
      * currency through the shared custrate lookup.                 *
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
       PROGRAM-ID. custdedw.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT deduct-file ASSIGN "deduct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ded-no
           ALTERNATE RECORD KEY IS ded-ord-no WITH DUPLICATES
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ded-status-code.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custdedw.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  deduct-file.
           COPY "deductrc.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ded-status-code             PIC XX.
           88  ded-file-ok             VALUE "00".
           88  ded-file-eof            VALUE "10".
           88  ded-file-not-found      VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       77  no-deduct-file-switch       PIC X VALUE "N".
           88  no-deduct-file           VALUE "Y".

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  deduct-julian               PIC 9(7) COMP.
       77  days-open                   PIC S9(7) COMP.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  deductions-listed           PIC 9(6) COMP.
       77  deductions-uncoded          PIC 9(6) COMP.
       77  worklist-value              PIC S9(9)V99 COMP.

       01  page-title                  PIC X(40) VALUE
               "CUSTOMER DEDUCTION WORKLIST".

       01  heading-line.
           03  FILLER                  PIC X(8)  VALUE "DEDN".
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(17) VALUE "NAME".
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(10) VALUE "      DATE".
           03  FILLER                  PIC X(18)
               VALUE "         SHORTFALL".
           03  FILLER                  PIC X(7)  VALUE "  DAYS".
           03  FILLER                  PIC X(6)  VALUE "  RSN".
           03  FILLER                  PIC X(20) VALUE "  ACTION".

       01  detail-line.
           03  dl-ded-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-name                 PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-date                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-currency             PIC X(3).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-days                 PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-reason               PIC X(3).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-action               PIC X(30).

       01  totals-line.
           03  FILLER                  PIC X(12)
               VALUE "DEDUCTIONS:".
           03  tl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(11)
               VALUE "  UNCODED:".
           03  tl-uncoded              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(22)
               VALUE "  HOME-CURRENCY VALUE:".
           03  tl-value                PIC ZZ,ZZZ,ZZ9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL ded-file-eof
               READ deduct-file NEXT RECORD
                   AT END
                       SET ded-file-eof TO TRUE
                   NOT AT END
                       IF  deduction-unresolved
                           PERFORM Print-One-Deduction
                       END-IF
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

           MOVE 0 TO deductions-listed
           MOVE 0 TO deductions-uncoded
           MOVE 0 TO worklist-value
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)

           OPEN INPUT deduct-file
           IF  ded-file-not-found
               SET no-deduct-file TO TRUE
               SET ded-file-eof TO TRUE
           END-IF
           OPEN INPUT customer-file
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
      *  Print-One-Deduction prints the worklist line --    *
      *  an item with no reason code yet is prompted for     *
      *  one first, since CUSTDEDC will not close it          *
      *  without.                                              *
      *                                                  *
      ****************************************************

       Print-One-Deduction SECTION.

           MOVE SPACES TO detail-line
           MOVE ded-no       TO dl-ded-no
           MOVE ded-c-code   TO dl-c-code
           MOVE ded-ord-no   TO dl-ord-no
           MOVE ded-date     TO dl-date
           MOVE ded-currency TO dl-currency
           MOVE ded-amount   TO dl-amount
           MOVE ded-reason   TO dl-reason

           MOVE ded-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO dl-name
               NOT INVALID KEY
                   MOVE file-c-name TO dl-name
           END-READ

           COMPUTE deduct-julian =
               FUNCTION INTEGER-OF-DATE(ded-date)
           COMPUTE days-open = today-julian - deduct-julian
           IF  days-open < 0
               MOVE 0 TO days-open
           END-IF
           MOVE days-open TO dl-days

           EVALUATE TRUE
               WHEN deduction-pending
                   MOVE "CREDIT AWAITING CHECKER" TO dl-action
               WHEN ded-reason = SPACES
                   MOVE "CODE REASON WITH CUSTOMER" TO dl-action
                   ADD 1 TO deductions-uncoded
               WHEN OTHER
                   MOVE "ACCEPT OR RE-BILL" TO dl-action
           END-EVALUATE

           MOVE detail-line TO report-line
           WRITE report-line

           CALL "custrate" USING ded-currency, ded-date,
               cur-exchange-rate
           END-CALL
           COMPUTE worklist-value = worklist-value +
               (ded-amount * cur-exchange-rate)
           ADD 1 TO deductions-listed.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE deductions-listed  TO tl-count
           MOVE deductions-uncoded TO tl-uncoded
           MOVE worklist-value     TO tl-value
           MOVE totals-line TO report-line
           WRITE report-line

           IF  NOT no-deduct-file
               CLOSE deduct-file
           END-IF
           CLOSE customer-file
           CLOSE report-file.
           EXIT.
