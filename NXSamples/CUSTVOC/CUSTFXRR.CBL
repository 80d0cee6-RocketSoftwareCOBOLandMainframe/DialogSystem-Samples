      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Monthly realized exchange gain/loss report.  Walks           *
      * fxreal.ism -- one record per payment on a foreign-currency   *
      * order, written by the shared custfxrk keeper -- for the      *
      * payments dated in the month asked for ("custfxrr 202406";    *
      * no argument means last month, as CUSTTXRT does), lists each  *
      * one with the booking and payment rates, and totals by        *
      * currency the gains, the losses and the unrealized movement   *
      * reversed, so treasury can tie the month to the "FX" and      *
      * "RV" postings the CUSTGLEX feed sent the ledger.             *
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
       PROGRAM-ID. custfxrr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fxreal-file ASSIGN "fxreal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fxr-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS fxr-status.

           SELECT report-file ASSIGN "custfxrr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  fxreal-file.
           COPY "fxreal.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  fxr-status                  PIC XX.
           88  fxr-file-ok             VALUE "00".
           88  fxr-file-eof            VALUE "10".
           88  fxr-file-not-found      VALUE "35".

       01  today-yyyymmdd              PIC 9(8).

       01  period-argument.
           03  report-month-x          PIC X(6).
           03  report-month REDEFINES report-month-x
                                       PIC 9(6).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       77  payment-month               PIC 9(6).

      *  currency-table totals the month per foreign currency, in
      *  the order the currencies are first met.
       78  max-currencies                  VALUE 20.
       01  currency-table.
           03  currency-entry OCCURS 20 TIMES.
               05  ct-cur-code          PIC X(3).
               05  ct-count             PIC 9(6) COMP.
               05  ct-amount            PIC S9(11)V99 COMP.
               05  ct-gains             PIC S9(9)V99 COMP.
               05  ct-losses            PIC S9(9)V99 COMP.
               05  ct-reversed          PIC S9(9)V99 COMP.
       77  currency-count              PIC 9(4) COMP.
       77  currency-ind                PIC 9(4) COMP.
       77  currency-found-ind          PIC 9(4) COMP.

       01  grand-totals.
           03  gt-count                PIC 9(6) COMP.
           03  gt-gains                PIC S9(9)V99 COMP.
           03  gt-losses               PIC S9(9)V99 COMP.
           03  gt-reversed             PIC S9(9)V99 COMP.
       77  net-realized                PIC S9(9)V99 COMP.

       01  page-title.
           03  FILLER                  PIC X(40) VALUE
               "REALIZED EXCHANGE GAIN/LOSS FOR MONTH".
           03  pt-month                PIC 9(6).

       01  detail-heading.
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(5)  VALUE "CUR".
           03  FILLER                  PIC X(10) VALUE "PAID ON".
           03  FILLER                  PIC X(15) VALUE "  AMOUNT".
           03  FILLER                  PIC X(9)  VALUE "BOOKED".
           03  FILLER                  PIC X(9)  VALUE "PAID AT".
           03  FILLER                  PIC X(16) VALUE "   REALIZED".
           03  FILLER                  PIC X(16) VALUE "   UNREAL REV".

       01  detail-line.
           03  dl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-cur                  PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-pay-date             PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-amount               PIC Z,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-book-rate            PIC 9.9999.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  dl-pay-rate             PIC 9.9999.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  dl-realized             PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-reversed             PIC ZZ,ZZZ,ZZ9.99-.

       01  summary-heading.
           03  FILLER                  PIC X(5)  VALUE "CUR".
           03  FILLER                  PIC X(9)  VALUE "PAYMENTS".
           03  FILLER                  PIC X(18)
               VALUE "  FOREIGN AMOUNT".
           03  FILLER                  PIC X(16) VALUE "   GAINS".
           03  FILLER                  PIC X(16) VALUE "   LOSSES".
           03  FILLER                  PIC X(16)
               VALUE "   NET REALIZED".
           03  FILLER                  PIC X(16) VALUE "   UNREAL REV".

       01  summary-line.
           03  sl-cur                  PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  sl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  sl-amount               PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  sl-gains                PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  sl-losses               PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  sl-net                  PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  sl-reversed             PIC ZZ,ZZZ,ZZ9.99-.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL fxr-file-eof
               READ fxreal-file NEXT RECORD
                   AT END
                       SET fxr-file-eof TO TRUE
               END-READ
               IF  NOT fxr-file-eof
                   COMPUTE payment-month = fxr-pay-date / 100
                   IF  payment-month = report-month
                       PERFORM Report-One-Payment
                   END-IF
               END-IF
           END-PERFORM

           PERFORM Print-Currency-Summary
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO currency-count
           INITIALIZE currency-table
           INITIALIZE grand-totals

           MOVE SPACES TO period-argument
           ACCEPT period-argument FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           IF  report-month-x NOT NUMERIC OR report-month = 0
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

           OPEN INPUT fxreal-file
      *  No fxreal.ism yet just means no foreign-currency payment
      *  has ever posted -- the report prints empty.
           IF  fxr-file-not-found
               SET fxr-file-eof TO TRUE
           END-IF
           OPEN OUTPUT report-file

           MOVE report-month TO pt-month
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE detail-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Report-One-Payment prints the payment's line    *
      *  and folds it into its currency's totals.        *
      *                                                  *
      ****************************************************

       Report-One-Payment SECTION.

           MOVE fxr-ord-no          TO dl-ord-no
           MOVE fxr-c-code          TO dl-c-code
           MOVE fxr-currency        TO dl-cur
           MOVE fxr-pay-date        TO dl-pay-date
           MOVE fxr-amount          TO dl-amount
           MOVE fxr-book-rate       TO dl-book-rate
           MOVE fxr-pay-rate        TO dl-pay-rate
           MOVE fxr-realized        TO dl-realized
           MOVE fxr-unreal-reversed TO dl-reversed
           MOVE detail-line TO report-line
           WRITE report-line

           MOVE 0 TO currency-found-ind
           PERFORM VARYING currency-ind FROM 1 BY 1
                           UNTIL currency-ind > currency-count
                           OR currency-found-ind > 0
               IF  ct-cur-code(currency-ind) = fxr-currency
                   MOVE currency-ind TO currency-found-ind
               END-IF
           END-PERFORM

           IF  currency-found-ind = 0
               IF  currency-count < max-currencies
                   ADD 1 TO currency-count
                   MOVE currency-count TO currency-found-ind
                   MOVE fxr-currency
                       TO ct-cur-code(currency-found-ind)
               ELSE
                   DISPLAY "CUSTFXRR: MORE THAN " max-currencies
                       " CURRENCIES -- " fxr-currency " NOT TOTALLED"
                   EXIT SECTION
               END-IF
           END-IF

           ADD 1 TO ct-count(currency-found-ind) gt-count
           ADD fxr-amount TO ct-amount(currency-found-ind)
           IF  fxr-realized > 0
               ADD fxr-realized TO ct-gains(currency-found-ind)
                                   gt-gains
           ELSE
               ADD fxr-realized TO ct-losses(currency-found-ind)
                                   gt-losses
           END-IF
           ADD fxr-unreal-reversed TO ct-reversed(currency-found-ind)
                                      gt-reversed.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Currency-Summary prints one line per      *
      *  currency and the month's grand total -- the     *
      *  figures the ledger's "FX" and "RV" accounts     *
      *  should show for the month.                      *
      *                                                  *
      ****************************************************

       Print-Currency-Summary SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE summary-heading TO report-line
           WRITE report-line

           PERFORM VARYING currency-ind FROM 1 BY 1
                           UNTIL currency-ind > currency-count
               MOVE ct-cur-code(currency-ind) TO sl-cur
               MOVE ct-count(currency-ind)    TO sl-count
               MOVE ct-amount(currency-ind)   TO sl-amount
               MOVE ct-gains(currency-ind)    TO sl-gains
               MOVE ct-losses(currency-ind)   TO sl-losses
               COMPUTE net-realized = ct-gains(currency-ind)
                                    + ct-losses(currency-ind)
               MOVE net-realized              TO sl-net
               MOVE ct-reversed(currency-ind) TO sl-reversed
               MOVE summary-line TO report-line
               WRITE report-line
           END-PERFORM

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "ALL"       TO sl-cur
           MOVE gt-count    TO sl-count
           MOVE 0           TO sl-amount
           MOVE gt-gains    TO sl-gains
           MOVE gt-losses   TO sl-losses
           COMPUTE net-realized = gt-gains + gt-losses
           MOVE net-realized TO sl-net
           MOVE gt-reversed TO sl-reversed
           MOVE summary-line TO report-line
      *  Foreign amounts in different currencies do not add up --
      *  the total line leaves that column blank.
           MOVE SPACES TO report-line(15:15)
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           IF  NOT fxr-file-not-found
               CLOSE fxreal-file
           END-IF
           CLOSE report-file.
           EXIT.
