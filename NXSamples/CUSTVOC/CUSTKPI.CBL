      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Month-end collection KPIs.  CUSTCLOS CALLs this with the     *
      * month it has just closed; it works out, for the company,     *
      * each sales area and each rep, the month's sales (the         *
      * salehist.ism buckets, already in home currency), the         *
      * receivables open at the start and at the end of the month    *
      * and the part of the closing balance not yet due -- every     *
      * unvoided order's value less the payments posted against it   *
      * by each date, in home currency through custrate, due under   *
      * the stored ord-due-date or the customer's terms through      *
      * custdue the way CUSTAGE ages it -- and from those the days   *
      * sales outstanding and collection-effectiveness index.  One   *
      * kpihist.ism record per company/area/rep is written for the   *
      * month; closing the month again after a correction rewrites   *
      * them.  kpiprm-records returns how many were written.         *
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
       PROGRAM-ID. custkpi.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ord-status.

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS pay-status.

           SELECT salehist-file ASSIGN "salehist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sh-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS hist-status.

           SELECT kpihist-file ASSIGN "kpihist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS kh-key
           ACCESS IS DYNAMIC
           FILE STATUS IS kpi-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  salehist-file.
           COPY "salehist.cpy".

       FD  kpihist-file.
           COPY "kpihist.cpy".

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".
           88  ord-file-not-found      VALUE "35".

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
           88  pay-file-not-found      VALUE "35".

       01  hist-status                 PIC XX.
           88  hist-file-ok            VALUE "00".
           88  hist-file-eof           VALUE "10".
           88  hist-file-not-found     VALUE "35".

       01  kpi-status                  PIC XX.
           88  kpi-file-ok             VALUE "00".
           88  kpi-file-not-found      VALUE "35".

       77  no-pay-file-switch          PIC X VALUE "N".
           88  no-pay-file              VALUE "Y".
       77  pay-eof-switch              PIC X VALUE "N".
           88  pay-eof                 VALUE "Y".

      *  The month's boundaries -- open-date is the last day of the
      *  month before, close-date the last day of this one.
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       01  month-start                 PIC 9(8).
       01  next-month-start            PIC 9(8).
       01  open-date                   PIC 9(8).
       01  close-date                  PIC 9(8).
       77  month-start-julian          PIC 9(7) COMP.
       77  close-julian                PIC 9(7) COMP.
       77  month-days                  PIC 99.

      *  The customer whose orders are being read.
       77  cached-c-code               PIC X(5) VALUE LOW-VALUES.
       77  cached-area                 PIC X.
       77  cached-rep                  PIC X(3).
       77  cached-terms                PIC X(3).

       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  paid-by-open                PIC S9(9)V99 COMP.
       77  paid-by-close               PIC S9(9)V99 COMP.
       77  open-balance                PIC S9(9)V99 COMP.
       77  close-balance               PIC S9(9)V99 COMP.
       77  current-balance             PIC S9(9)V99 COMP.
       01  order-due-date              PIC 9(8).

      *  One accumulator per company/area/rep for the month.
       78  max-kpi-entries                 VALUE 250.
       01  kpi-table.
           03  kpi-entry OCCURS 250.
               05  kt-level            PIC X.
               05  kt-code             PIC X(3).
               05  kt-customers        PIC 9(6) COMP.
               05  kt-sales            PIC S9(9)V99 COMP.
               05  kt-open-ar          PIC S9(9)V99 COMP.
               05  kt-close-ar         PIC S9(9)V99 COMP.
               05  kt-current-ar       PIC S9(9)V99 COMP.
       77  kpi-count                   PIC 9(4) COMP VALUE 0.
       77  kpi-ind                     PIC 9(4) COMP.
       77  kpi-hit-ind                 PIC 9(4) COMP.
       77  search-level                PIC X.
       77  search-code                 PIC X(3).

      *  The three entries one customer's figures are added into.
       01  posting-slots.
           03  posting-slot            PIC 9(4) COMP OCCURS 3.
       77  slot-ind                    PIC 9 COMP.

       77  collectable                 PIC S9(11)V99 COMP.
       77  collectable-base            PIC S9(11)V99 COMP.

       LINKAGE SECTION.

       01  kpiprm-month                PIC 9(6).
       01  kpiprm-records              PIC 9(6) COMP.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING kpiprm-month, kpiprm-records.

       Main-Process SECTION.

           MOVE 0 TO kpiprm-records
           PERFORM Program-Initialize
           PERFORM Total-Month-Sales
           PERFORM Total-Receivables
           PERFORM Write-Kpi-History
           PERFORM Program-Terminate.

           GOBACK.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO kpi-count
           MOVE LOW-VALUES TO cached-c-code
           MOVE "N" TO no-pay-file-switch

           COMPUTE month-start = (kpiprm-month * 100) + 1
           COMPUTE work-yyyy = kpiprm-month / 100
           COMPUTE work-mm = kpiprm-month - (work-yyyy * 100)
           IF  work-mm = 12
               COMPUTE next-month-start =
                   ((work-yyyy + 1) * 10000) + 101
           ELSE
               COMPUTE next-month-start =
                   (work-yyyy * 10000) + ((work-mm + 1) * 100) + 1
           END-IF
           COMPUTE month-start-julian =
               FUNCTION INTEGER-OF-DATE(month-start)
           COMPUTE close-julian =
               FUNCTION INTEGER-OF-DATE(next-month-start) - 1
           COMPUTE close-date = FUNCTION DATE-OF-INTEGER(close-julian)
           COMPUTE open-date =
               FUNCTION DATE-OF-INTEGER(month-start-julian - 1)
           COMPUTE month-days = close-julian - month-start-julian + 1

      *  The company line is always written, even for a month with
      *  no business in it.
           MOVE "C"    TO search-level
           MOVE SPACES TO search-code
           PERFORM Find-Kpi-Entry

           OPEN INPUT customer-file
           OPEN INPUT payment-file
           IF  pay-file-not-found
               SET no-pay-file TO TRUE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Kpi-Entry finds search-level/search-code in   *
      *  the table, adding it when new.  kpi-hit-ind comes  *
      *  back zero if the table is full.                    *
      *                                                  *
      ****************************************************

       Find-Kpi-Entry SECTION.

           MOVE 0 TO kpi-hit-ind
           PERFORM VARYING kpi-ind FROM 1 BY 1
                   UNTIL kpi-ind > kpi-count OR kpi-hit-ind > 0
               IF  kt-level(kpi-ind) = search-level
                       AND kt-code(kpi-ind) = search-code
                   MOVE kpi-ind TO kpi-hit-ind
               END-IF
           END-PERFORM
           IF  kpi-hit-ind = 0 AND kpi-count < max-kpi-entries
               ADD 1 TO kpi-count
               MOVE search-level TO kt-level(kpi-count)
               MOVE search-code  TO kt-code(kpi-count)
               MOVE 0 TO kt-customers(kpi-count)
               MOVE 0 TO kt-sales(kpi-count)
               MOVE 0 TO kt-open-ar(kpi-count)
               MOVE 0 TO kt-close-ar(kpi-count)
               MOVE 0 TO kt-current-ar(kpi-count)
               MOVE kpi-count TO kpi-hit-ind
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Customer-Slots reads the customer's area,     *
      *  rep and terms, and finds the company, area and      *
      *  rep entries its figures go into.                     *
      *                                                  *
      ****************************************************

       Load-Customer-Slots SECTION.

           MOVE SPACES TO cached-area cached-rep cached-terms
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE file-c-area  TO cached-area
                   MOVE file-c-rep   TO cached-rep
                   MOVE file-c-terms TO cached-terms
           END-READ

           MOVE "C"    TO search-level
           MOVE SPACES TO search-code
           PERFORM Find-Kpi-Entry
           MOVE kpi-hit-ind TO posting-slot(1)
           MOVE 0 TO posting-slot(2) posting-slot(3)
           IF  cached-area NOT = SPACES
               MOVE "A"         TO search-level
               MOVE cached-area TO search-code
               PERFORM Find-Kpi-Entry
               MOVE kpi-hit-ind TO posting-slot(2)
           END-IF
           IF  cached-rep NOT = SPACES
               MOVE "R"        TO search-level
               MOVE cached-rep TO search-code
               PERFORM Find-Kpi-Entry
               MOVE kpi-hit-ind TO posting-slot(3)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Month-Sales adds the month's salehist.ism    *
      *  buckets into the company, area and rep entries.     *
      *                                                  *
      ****************************************************

       Total-Month-Sales SECTION.

           OPEN INPUT salehist-file
           IF  hist-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL hist-file-eof
               READ salehist-file NEXT RECORD
                   AT END
                       SET hist-file-eof TO TRUE
                   NOT AT END
                       IF  sh-yyyymm = kpiprm-month
                           PERFORM Add-Customer-Sales
                       END-IF
               END-READ
           END-PERFORM
           CLOSE salehist-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Customer-Sales SECTION.

           MOVE sh-c-code TO file-c-code
           PERFORM Load-Customer-Slots
           PERFORM VARYING slot-ind FROM 1 BY 1 UNTIL slot-ind > 3
               IF  posting-slot(slot-ind) > 0
                   ADD sh-ord-val TO kt-sales(posting-slot(slot-ind))
                   ADD 1 TO kt-customers(posting-slot(slot-ind))
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Receivables reads every unvoided order       *
      *  taken by the end of the month and adds what was     *
      *  still owed on it at the start and at the end of      *
      *  the month.  Orders settled since still count -- a     *
      *  balance paid off in the month was open at its start.  *
      *                                                  *
      ****************************************************

       Total-Receivables SECTION.

           OPEN INPUT order-file
           IF  ord-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       IF  NOT order-voided
                               AND ord-date <= close-date
                           PERFORM Add-Order-Balance
                       END-IF
               END-READ
           END-PERFORM
           CLOSE order-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Order-Balance SECTION.

           IF  ord-c-code NOT = cached-c-code
               MOVE ord-c-code TO cached-c-code
               MOVE ord-c-code TO file-c-code
               PERFORM Load-Customer-Slots
           END-IF

           PERFORM Total-Order-Payments

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           MOVE 0 TO open-balance
           IF  ord-date <= open-date
               COMPUTE open-balance ROUNDED =
                   (ord-val - paid-by-open) * cur-exchange-rate
           END-IF
           COMPUTE close-balance ROUNDED =
               (ord-val - paid-by-close) * cur-exchange-rate
           IF  open-balance = 0 AND close-balance = 0
               EXIT SECTION
           END-IF

      *  The not-yet-due part of the closing balance.
           MOVE 0 TO current-balance
           IF  ord-due-date NUMERIC AND ord-due-date > 0
               MOVE ord-due-date TO order-due-date
           ELSE
               CALL "custdue" USING cached-terms, ord-date,
                                     order-due-date
               END-CALL
           END-IF
           IF  order-due-date > close-date
               MOVE close-balance TO current-balance
           END-IF

           PERFORM VARYING slot-ind FROM 1 BY 1 UNTIL slot-ind > 3
               IF  posting-slot(slot-ind) > 0
                   ADD open-balance
                       TO kt-open-ar(posting-slot(slot-ind))
                   ADD close-balance
                       TO kt-close-ar(posting-slot(slot-ind))
                   ADD current-balance
                       TO kt-current-ar(posting-slot(slot-ind))
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Order-Payments adds up the payments posted   *
      *  against the order by the start and by the end of    *
      *  the month.  A bounced cheque's negating record        *
      *  counts on its own date, so the balance reopens        *
      *  when the bank returned it.                            *
      *                                                  *
      ****************************************************

       Total-Order-Payments SECTION.

           MOVE 0 TO paid-by-open
           MOVE 0 TO paid-by-close
           IF  no-pay-file
               EXIT SECTION
           END-IF

           MOVE "N" TO pay-eof-switch
           MOVE ord-no TO pay-ord-no
           MOVE 0      TO pay-no
           START payment-file KEY IS NOT LESS THAN pay-key
               INVALID KEY
                   SET pay-eof TO TRUE
           END-START
           PERFORM UNTIL pay-eof
               READ payment-file NEXT RECORD
                   AT END
                       SET pay-eof TO TRUE
               END-READ
               IF  NOT pay-eof
                   IF  pay-ord-no NOT = ord-no
                       SET pay-eof TO TRUE
                   ELSE
                       IF  pay-date <= open-date
                           ADD pay-amount TO paid-by-open
                       END-IF
                       IF  pay-date <= close-date
                           ADD pay-amount TO paid-by-close
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Kpi-History works out each entry's DSO and   *
      *  collection-effectiveness index and writes (or       *
      *  rewrites) its kpihist.ism record for the month.      *
      *                                                  *
      ****************************************************

       Write-Kpi-History SECTION.

           OPEN I-O kpihist-file
           IF  kpi-file-not-found
               OPEN OUTPUT kpihist-file
               CLOSE kpihist-file
               OPEN I-O kpihist-file
           END-IF

           PERFORM VARYING kpi-ind FROM 1 BY 1
                   UNTIL kpi-ind > kpi-count
               PERFORM Write-One-Kpi
           END-PERFORM

           CLOSE kpihist-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Write-One-Kpi SECTION.

           MOVE SPACES TO kpihist-record
           MOVE kpiprm-month           TO kh-yyyymm
           MOVE kt-level(kpi-ind)      TO kh-level
           MOVE kt-code(kpi-ind)       TO kh-code
           MOVE month-days             TO kh-days
           MOVE kt-customers(kpi-ind)  TO kh-customers
           MOVE kt-sales(kpi-ind)      TO kh-sales
           MOVE kt-open-ar(kpi-ind)    TO kh-open-ar
           MOVE kt-close-ar(kpi-ind)   TO kh-close-ar
           MOVE kt-current-ar(kpi-ind) TO kh-current-ar

           MOVE 0 TO kh-dso
           IF  kh-sales > 0
               COMPUTE kh-dso ROUNDED =
                   (kh-close-ar * month-days) / kh-sales
                   ON SIZE ERROR
                       MOVE 99999.9 TO kh-dso
               END-COMPUTE
           END-IF

           MOVE 0 TO kh-cei
           COMPUTE collectable = kh-open-ar + kh-sales - kh-close-ar
           COMPUTE collectable-base =
               kh-open-ar + kh-sales - kh-current-ar
           IF  collectable-base > 0
               COMPUTE kh-cei ROUNDED =
                   (collectable * 100) / collectable-base
                   ON SIZE ERROR
                       MOVE 0 TO kh-cei
               END-COMPUTE
           END-IF

           REWRITE kpihist-record
               INVALID KEY
                   WRITE kpihist-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE
           ADD 1 TO kpiprm-records.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE customer-file
           IF  NOT no-pay-file
               CLOSE payment-file
           END-IF.
           EXIT.
