      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared realized-exchange keeper.  Every path that posts      *
      * customer cash against an order -- Record-Payment in          *
      * VOCOK.CBL, the CUSTCASH batch poster (which direct-debit     *
      * settlements from CUSTDDST reach as a bankrem.dat deck),      *
      * applications off the VOCAPPL screen and the CUSTAGRM agency  *
      * remittance -- CALLs here with the payment just written and   *
      * the order's currency and booking date.  For a foreign-       *
      * currency order the payment is worth a different home figure  *
      * on the pay-date than the order went to the ledger at; the    *
      * difference is the realized gain or loss, worked out through  *
      * the dated custrate lookup at both dates.  Any unrealized     *
      * movement CUSTRVAL has already booked on that slice of the    *
      * balance (its fxsnap.ism rate against the booking rate) is    *
      * reversed by the same record, so the two never double count.  *
      * Both go on fxreal.ism against the payment's key.  A home-    *
      * currency payment writes nothing and returns zero.            *
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
       PROGRAM-ID. custfxrk.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fxreal-file ASSIGN "fxreal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fxr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS fxr-status-code
           lock MODE IS AUTOMATIC.

           SELECT fxsnap-file ASSIGN "fxsnap.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fx-cur-code
           ACCESS IS DYNAMIC
           FILE STATUS IS snap-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  fxreal-file.
           COPY "fxreal.cpy".

       FD  fxsnap-file.
           COPY "fxsnap.cpy".

       WORKING-STORAGE SECTION.

       01  fxr-status-code             PIC XX.
           88  fxr-file-ok             VALUE "00".
           88  fxr-file-not-found      VALUE "35".

       01  snap-status                 PIC XX.
           88  snap-file-ok            VALUE "00".
           88  snap-file-not-found     VALUE "35".

       01  today-yyyymmdd              PIC 9(8).
       77  book-rate                   PIC 9(4)V9999 COMP.
       77  pay-rate                    PIC 9(4)V9999 COMP.
       77  snap-rate                   PIC 9(4)V9999 COMP.
       77  unreal-reversed             PIC S9(9)V99 COMP.

       LINKAGE SECTION.

       01  fxrk-c-code                 PIC X(5).
       01  fxrk-ord-no                 PIC 9(6).
       01  fxrk-pay-no                 PIC 9(8) COMP.
       01  fxrk-pay-date               PIC 9(8).
       01  fxrk-amount                 PIC 9(7)V99 COMP.
      *  The order's billing currency and the date it was booked to
      *  the ledger at -- its ord-date, as CUSTGLEX converts it.
       01  fxrk-currency               PIC X(3).
       01  fxrk-book-date              PIC 9(8).
      *  fxrk-realized comes back as the home-currency gain
      *  (positive) or loss (negative) -- zero for a home-currency
      *  order.
       01  fxrk-realized               PIC S9(9)V99 COMP.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING fxrk-c-code, fxrk-ord-no,
                                fxrk-pay-no, fxrk-pay-date,
                                fxrk-amount, fxrk-currency,
                                fxrk-book-date, fxrk-realized.

       Main-Process SECTION.

           MOVE 0 TO fxrk-realized
           IF  fxrk-currency = "USD" OR fxrk-currency = SPACES
                               OR fxrk-amount = 0
               GOBACK
           END-IF

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           CALL "custrate" USING fxrk-currency, fxrk-book-date,
                                  book-rate
           END-CALL
           CALL "custrate" USING fxrk-currency, fxrk-pay-date,
                                  pay-rate
           END-CALL
           COMPUTE fxrk-realized ROUNDED =
               (fxrk-amount * pay-rate) - (fxrk-amount * book-rate)

           PERFORM Find-Unrealized-Booked

           OPEN I-O fxreal-file
           IF  fxr-file-not-found
               OPEN OUTPUT fxreal-file
               CLOSE fxreal-file
               OPEN I-O fxreal-file
           END-IF

           MOVE SPACES          TO fxreal-record
           MOVE fxrk-ord-no     TO fxr-ord-no
           MOVE fxrk-pay-no     TO fxr-pay-no
           MOVE fxrk-c-code     TO fxr-c-code
           MOVE fxrk-currency   TO fxr-currency
           MOVE fxrk-book-date  TO fxr-book-date
           MOVE fxrk-pay-date   TO fxr-pay-date
           MOVE today-yyyymmdd  TO fxr-post-date
           MOVE fxrk-amount     TO fxr-amount
           MOVE book-rate       TO fxr-book-rate
           MOVE pay-rate        TO fxr-pay-rate
           MOVE snap-rate       TO fxr-snap-rate
           MOVE fxrk-realized   TO fxr-realized
           MOVE unreal-reversed TO fxr-unreal-reversed
           WRITE fxreal-record
               INVALID KEY
                   DISPLAY "CUSTFXRK: COULD NOT RECORD EXCHANGE "
                       "GAIN/LOSS FOR ORDER " fxrk-ord-no
           END-WRITE

           CLOSE fxreal-file.
           GOBACK.

      ****************************************************
      *                                                  *
      *  Find-Unrealized-Booked -- when CUSTRVAL last    *
      *  revalued the currency on or after the order     *
      *  was booked, that slice of the balance has       *
      *  carried the snapshot rate's movement since,     *
      *  and that is what the realized figure now        *
      *  replaces.                                       *
      *                                                  *
      ****************************************************

       Find-Unrealized-Booked SECTION.

           MOVE 0 TO snap-rate unreal-reversed
           OPEN INPUT fxsnap-file
           IF  snap-file-not-found
               EXIT SECTION
           END-IF

           MOVE fxrk-currency TO fx-cur-code
           READ fxsnap-file
               INVALID KEY
                   MOVE 0 TO fx-rate fx-date
           END-READ
           IF  fx-rate > 0 AND fx-date NOT < fxrk-book-date
               MOVE fx-rate TO snap-rate
               COMPUTE unreal-reversed ROUNDED =
                   (fxrk-amount * snap-rate)
                       - (fxrk-amount * book-rate)
           END-IF

           CLOSE fxsnap-file.
           EXIT.
