      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly open-items extract for the customer web portal.      *
      * Run at the end of custnite.sh, after CUSTSETL has settled    *
      * the paid-up orders, it writes portal.dat for the web team:   *
      * for each account, one "I" record per open item -- invoice    *
      * number, order, order/invoice/due dates, the original         *
      * amount, the payments and the adjustments applied, the        *
      * balance, the dispute flag and the remittance scanline off    *
      * the shared custscan keeper -- closed by one "S" summary      *
      * record with the balance, the credit limit remaining and the  *
      * last payment.  An "H" header and a "T" trailer with counts   *
      * frame the file.                                              *
      *                                                              *
      * The extract is delta-aware.  portal.ism (portstat.cpy)       *
      * keeps a signature of what each account last sent, and only   *
      * accounts whose records no longer match it go out tonight --  *
      * the portal replaces every account in the file and leaves the *
      * rest alone.  A closed account, an account CUSTANON has       *
      * erased, and one that has gone from cust.ism altogether is    *
      * withdrawn with a single "W" record the night it changes.     *
      * Run "custport F" for a full extract -- every open account    *
      * sent, for the portal's initial load or a rebuild.            *
      *                                                              *
      * Money in the "I" records is in the order's own currency;     *
      * the summary balance is the home-currency balance off         *
      * custbal.ism.                                                 *
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
       PROGRAM-ID. custport.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ord-status.

           SELECT invoice-file ASSIGN "invoice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS invo-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS invo-status.

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS pay-status.

           SELECT adjust-file ASSIGN "custadj.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS adj-key
           ACCESS IS DYNAMIC
           FILE STATUS IS adj-status.

           SELECT custbal-file ASSIGN "custbal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bal-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS bal-status.

           SELECT portal-state-file ASSIGN "portal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ps-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ps-status-code.

           SELECT sort-work-file ASSIGN "custport.srt".

      *  work-file takes every account's records as they are built;
      *  the second pass copies the changed accounts' records from
      *  it to portal.dat.
           SELECT work-file ASSIGN "portal.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS work-status.

           SELECT extract-file ASSIGN "portal.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT report-file ASSIGN "custport.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  invoice-file.
           COPY "invcrec.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  adjust-file.
           COPY "custadjr.cpy".

       FD  custbal-file.
           COPY "custbal.cpy".

       FD  portal-state-file.
           COPY "portstat.cpy".

      *  One record per customer (type 0), per payment (type 1,
      *  filed under order zero so it reaches the account ahead of
      *  its orders), per invoice (type 2) and per open order
      *  (type 3) -- sorted so each order meets its invoice first.
       SD  sort-work-file.
       01  sort-record.
           03  sw-c-code               PIC X(5).
           03  sw-ord-no               PIC 9(6).
           03  sw-rec-type             PIC 9.
               88  sw-customer             VALUE 0.
               88  sw-payment              VALUE 1.
               88  sw-invoice              VALUE 2.
               88  sw-order                VALUE 3.
           03  sw-name                 PIC X(15).
           03  sw-status               PIC X.
           03  sw-terms                PIC X(3).
           03  sw-hold                 PIC X.
           03  sw-limit                PIC 9(8) COMP.
           03  sw-date                 PIC 9(8).
           03  sw-amount               PIC S9(9)V99 COMP.
           03  sw-invo-no              PIC 9(6).
           03  sw-currency             PIC X(3).
           03  sw-ord-val              PIC 9(7)V99 COMP.
           03  sw-ord-pay-val          PIC 9(7)V99 COMP.
           03  sw-due-date             PIC 9(8).
           03  sw-disputed             PIC X.

       FD  work-file.
       01  work-record                 PIC X(120).

       FD  extract-file.
       01  extract-record               PIC X(120).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".
           88  cust-file-eof           VALUE "10".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  invo-status                 PIC XX.
           88  invo-file-ok            VALUE "00".
           88  invo-file-eof           VALUE "10".

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
           88  pay-file-eof            VALUE "10".

       01  adj-status                  PIC XX.
           88  adj-file-ok             VALUE "00".
           88  adj-file-eof            VALUE "10".

       01  bal-status                  PIC XX.
           88  bal-file-ok             VALUE "00".

       01  ps-status-code              PIC XX.
           88  ps-file-ok              VALUE "00".
           88  ps-file-eof             VALUE "10".
           88  ps-file-not-found       VALUE "35".

       01  work-status                 PIC XX.
           88  work-file-eof           VALUE "10".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

      *  Which of the optional files this company has.
       77  pay-open-switch             PIC X.
           88  pay-file-open               VALUE "Y".
       77  adj-open-switch             PIC X.
           88  adj-file-open               VALUE "Y".
       77  bal-open-switch             PIC X.
           88  bal-file-open               VALUE "Y".

      *  Run with "F" on the command line every open account is
      *  sent, changed or not.
       77  run-mode                    PIC X.
           88  full-extract                VALUE "F".

       01  today-yyyymmdd              PIC 9(8).
       77  now-hhmmss                  PIC 9(6).
       77  home-currency               PIC X(3) VALUE "USD".

      *  CUSTANON writes this over the name of an account it has
      *  erased.
       78  redacted-name                   VALUE "** ERASED **".

      *  The account being built.
       77  cur-c-code                  PIC X(5).
       77  cur-known-switch            PIC X.
           88  cur-customer-known          VALUE "Y".
       77  cur-name                    PIC X(15).
       77  cur-status                  PIC X.
           88  cur-account-closed          VALUE "C".
       77  cur-terms                   PIC X(3).
       77  cur-hold                    PIC X.
       77  cur-limit                   PIC 9(8) COMP.
       77  cur-last-pay-date           PIC 9(8).
       77  cur-last-pay-amount         PIC S9(9)V99 COMP.
       77  cur-invo-ord-no             PIC 9(6).
       77  cur-invo-no                 PIC 9(6).
       77  cur-invo-date               PIC 9(8).
       77  cur-item-balance-total      PIC S9(11)V99 COMP.
       77  cur-balance                 PIC S9(11)V99 COMP.
       77  withdraw-reason             PIC X(10).

      *  The running signature of the account's records.
       77  acct-hash                   PIC 9(15) COMP.
       77  acct-item-count             PIC 9(5) COMP.
       77  acct-money-total            PIC S9(11)V99 COMP.
       77  char-ind                    PIC 9(4) COMP.

       77  order-payments              PIC S9(9)V99 COMP.
       77  order-adjustments           PIC S9(9)V99 COMP.
       77  work-due-date               PIC 9(8).

       77  scan-mode                   PIC X.
       77  scan-c-code                 PIC X(5).
       77  scan-ord-no                 PIC 9(6).
       77  scan-line-work              PIC X(13).
       77  scan-valid-flag             PIC X.

      *  The second pass: the account the work-file records in hand
      *  belong to, and whether tonight's extract carries it.
       77  copy-c-code                 PIC X(5).
       77  copy-switch                 PIC X.
           88  copy-published              VALUE "P".
           88  copy-withdrawn              VALUE "W".
           88  copy-nothing                VALUE "N".

       77  accounts-sent               PIC 9(7) COMP VALUE 0.
       77  accounts-unchanged          PIC 9(7) COMP VALUE 0.
       77  accounts-withdrawn          PIC 9(7) COMP VALUE 0.
       77  items-sent                  PIC 9(7) COMP VALUE 0.

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

      *  The portal.dat record layouts.  Every record starts with
      *  its type and the customer code; amounts carry a leading
      *  separate sign and an implied two decimals.
       01  item-out.
           03  io-type                 PIC X VALUE "I".
           03  io-c-code               PIC X(5).
           03  io-invo-no              PIC 9(6).
           03  io-ord-no               PIC 9(6).
           03  io-ord-date             PIC 9(8).
           03  io-invo-date            PIC 9(8).
           03  io-due-date             PIC 9(8).
           03  io-currency             PIC X(3).
           03  io-original             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           03  io-payments             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           03  io-adjustments          PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           03  io-balance              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           03  io-disputed             PIC X.
           03  io-scanline             PIC X(13).

       01  summary-out.
           03  so-type                 PIC X VALUE "S".
           03  so-c-code               PIC X(5).
           03  so-name                 PIC X(15).
           03  so-currency             PIC X(3).
           03  so-balance              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  so-limit                PIC 9(9).
           03  so-credit-left          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  so-last-pay-date        PIC 9(8).
           03  so-last-pay-amount      PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           03  so-item-count           PIC 9(5).
           03  so-on-hold              PIC X.

       01  withdraw-out.
           03  wo-type                 PIC X VALUE "W".
           03  wo-c-code               PIC X(5).
           03  wo-reason               PIC X(10).

       01  header-out.
           03  ho-type                 PIC X VALUE "H".
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  ho-run-date             PIC 9(8).
           03  ho-run-time             PIC 9(6).
           03  ho-mode                 PIC X.

       01  trailer-out.
           03  to-type                 PIC X VALUE "T".
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  to-accounts             PIC 9(7).
           03  to-items                PIC 9(7).
           03  to-withdrawn            PIC 9(7).

       01  page-title.
           03  FILLER                  PIC X(36) VALUE
               "WEB PORTAL OPEN-ITEMS EXTRACT".
           03  FILLER                  PIC X(10) VALUE "  RUN DATE".
           03  FILLER                  PIC X VALUE SPACE.
           03  pt-date                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pt-mode                 PIC X(14).

       01  withdraw-line.
           03  FILLER                  PIC X(10) VALUE "WITHDRAWN ".
           03  wl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  wl-reason               PIC X(10).

       01  totals-line.
           03  FILLER                  PIC X(15)
               VALUE "ACCOUNTS SENT:".
           03  tl-sent                 PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14)
               VALUE "  UNCHANGED:".
           03  tl-unchanged            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14)
               VALUE "  WITHDRAWN:".
           03  tl-withdrawn            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10)
               VALUE "  ITEMS:".
           03  tl-items                PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           SORT sort-work-file
               ON ASCENDING KEY sw-c-code, sw-ord-no, sw-rec-type
               INPUT PROCEDURE IS Build-Sort-Input
               OUTPUT PROCEDURE IS Build-Account-Records

           PERFORM Withdraw-Vanished-Accounts
           CLOSE work-file
           PERFORM Write-Extract-File

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT run-mode FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN I-O portal-state-file
           IF  ps-file-not-found
               OPEN OUTPUT portal-state-file
               CLOSE portal-state-file
               OPEN I-O portal-state-file
           END-IF
           MOVE "N" TO pay-open-switch
           OPEN INPUT payment-file
           IF  pay-file-ok
               SET pay-file-open TO TRUE
           END-IF
           MOVE "N" TO adj-open-switch
           OPEN INPUT adjust-file
           IF  adj-file-ok
               SET adj-file-open TO TRUE
           END-IF
           MOVE "N" TO bal-open-switch
           OPEN INPUT custbal-file
           IF  bal-file-ok
               SET bal-file-open TO TRUE
           END-IF
           OPEN OUTPUT work-file
           OPEN OUTPUT report-file

           MOVE today-yyyymmdd TO pt-date
           IF  full-extract
               MOVE "FULL EXTRACT" TO pt-mode
           ELSE
               MOVE "CHANGES ONLY" TO pt-mode
           END-IF
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Build-Sort-Input releases every customer, every *
      *  live payment (for the last-payment date), every *
      *  invoice and every open order.  An order open    *
      *  here is one the customer sees on the statement: *
      *  not voided, not settled, not waiting for        *
      *  approval, with a balance left on it.            *
      *                                                  *
      ****************************************************

       Build-Sort-Input SECTION.

           OPEN INPUT customer-file
           PERFORM UNTIL NOT cust-file-ok
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       MOVE SPACES TO sort-record
                       MOVE file-c-code     TO sw-c-code
                       MOVE 0               TO sw-ord-no
                       SET sw-customer TO TRUE
                       MOVE file-c-name     TO sw-name
                       MOVE file-c-status   TO sw-status
                       MOVE file-c-terms    TO sw-terms
                       MOVE file-c-hold     TO sw-hold
                       MOVE file-c-limit    TO sw-limit
                       RELEASE sort-record
               END-READ
           END-PERFORM
           CLOSE customer-file

           IF  pay-file-open
               MOVE LOW-VALUES TO pay-key
               START payment-file KEY IS NOT LESS THAN pay-key
                   INVALID KEY
                       SET pay-file-eof TO TRUE
               END-START
               PERFORM UNTIL pay-file-eof
                   READ payment-file NEXT RECORD
                       AT END
                           SET pay-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO run-reads-count
                           IF  NOT payment-reversed
                               MOVE SPACES TO sort-record
                               MOVE pay-c-code  TO sw-c-code
                               MOVE 0           TO sw-ord-no
                               SET sw-payment TO TRUE
                               MOVE pay-date    TO sw-date
                               MOVE pay-amount  TO sw-amount
                               RELEASE sort-record
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           OPEN INPUT invoice-file
           IF  invo-file-ok
               PERFORM UNTIL invo-file-eof
                   READ invoice-file NEXT RECORD
                       AT END
                           SET invo-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO run-reads-count
                           MOVE SPACES TO sort-record
                           MOVE invo-c-code  TO sw-c-code
                           MOVE invo-ord-no  TO sw-ord-no
                           SET sw-invoice TO TRUE
                           MOVE invo-no      TO sw-invo-no
                           MOVE invo-date    TO sw-date
                           RELEASE sort-record
                   END-READ
               END-PERFORM
               CLOSE invoice-file
           END-IF

           OPEN INPUT order-file
           PERFORM UNTIL NOT ord-file-ok
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  NOT order-voided
                               AND NOT order-settled
                               AND NOT order-pending-approval
                               AND ord-val NOT = ord-pay-val
                           PERFORM Release-Open-Order
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

       Release-Open-Order SECTION.

           MOVE SPACES TO sort-record
           MOVE ord-c-code      TO sw-c-code
           MOVE ord-no          TO sw-ord-no
           SET sw-order TO TRUE
           MOVE ord-date        TO sw-date
           MOVE ord-currency    TO sw-currency
           MOVE ord-val         TO sw-ord-val
           MOVE ord-pay-val     TO sw-ord-pay-val
           MOVE 0 TO sw-due-date
           IF  ord-due-date NUMERIC
               MOVE ord-due-date TO sw-due-date
           END-IF
           MOVE SPACE TO sw-disputed
           IF  order-disputed
               MOVE "D" TO sw-disputed
           END-IF
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Build-Account-Records walks the sorted records  *
      *  one account at a time, writing its items to     *
      *  work-file as they come and its summary once it  *
      *  is complete.                                    *
      *                                                  *
      ****************************************************

       Build-Account-Records SECTION.

           MOVE SPACES TO cur-c-code
           MOVE "N" TO cur-known-switch
           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  sw-c-code NOT = cur-c-code
                           PERFORM Finish-Account
                           PERFORM Start-Account
                       END-IF
                       EVALUATE TRUE
                           WHEN sw-customer
                               PERFORM Take-Customer
                           WHEN sw-payment
                               IF  sw-date NOT < cur-last-pay-date
                                   MOVE sw-date   TO cur-last-pay-date
                                   MOVE sw-amount
                                       TO cur-last-pay-amount
                               END-IF
                           WHEN sw-invoice
      *  A later invoice against the same order (a line added and
      *  billed after the first) is the one the customer has to hand.
                               MOVE sw-ord-no  TO cur-invo-ord-no
                               MOVE sw-invo-no TO cur-invo-no
                               MOVE sw-date    TO cur-invo-date
                           WHEN sw-order
                               IF  cur-customer-known
                                       AND NOT cur-account-closed
                                   PERFORM Write-Open-Item
                               END-IF
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           PERFORM Finish-Account.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-Account SECTION.

           MOVE sw-c-code TO cur-c-code
           MOVE "N" TO cur-known-switch
           MOVE SPACES TO cur-name
                          cur-status
                          cur-terms
                          cur-hold
           MOVE 0 TO cur-limit
                     cur-last-pay-date
                     cur-last-pay-amount
                     cur-invo-ord-no
                     cur-invo-no
                     cur-invo-date
                     cur-item-balance-total
                     acct-hash
                     acct-item-count
                     acct-money-total.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Take-Customer SECTION.

           SET cur-customer-known TO TRUE
           MOVE sw-name   TO cur-name
           MOVE sw-status TO cur-status
           MOVE sw-terms  TO cur-terms
           MOVE sw-hold   TO cur-hold
           MOVE sw-limit  TO cur-limit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Open-Item builds the "I" record for the   *
      *  open order in hand -- payments and adjustments  *
      *  summed off their own files, the due date stored *
      *  or worked out from the terms, the scanline the  *
      *  statement stub carries.                         *
      *                                                  *
      ****************************************************

       Write-Open-Item SECTION.

           MOVE SPACES TO item-out
           MOVE "I"            TO io-type
           MOVE cur-c-code     TO io-c-code
           MOVE sw-ord-no      TO io-ord-no
           MOVE sw-date        TO io-ord-date
           IF  cur-invo-ord-no = sw-ord-no
               MOVE cur-invo-no   TO io-invo-no
               MOVE cur-invo-date TO io-invo-date
           ELSE
               MOVE 0 TO io-invo-no
                         io-invo-date
           END-IF
           IF  sw-due-date > 0
               MOVE sw-due-date TO io-due-date
           ELSE
               CALL "custdue" USING cur-terms, sw-date, work-due-date
               END-CALL
               MOVE work-due-date TO io-due-date
           END-IF
           MOVE sw-currency    TO io-currency
           MOVE sw-ord-val     TO io-original

           PERFORM Sum-Order-Payments
           MOVE order-payments    TO io-payments
           MOVE order-adjustments TO io-adjustments
           COMPUTE io-balance = sw-ord-val - sw-ord-pay-val
           MOVE sw-disputed    TO io-disputed

           MOVE "B" TO scan-mode
           MOVE cur-c-code TO scan-c-code
           MOVE sw-ord-no  TO scan-ord-no
           CALL "custscan" USING scan-mode, scan-c-code,
                                  scan-ord-no, scan-line-work,
                                  scan-valid-flag
           END-CALL
           MOVE scan-line-work TO io-scanline

           ADD 1 TO acct-item-count
           COMPUTE cur-item-balance-total =
               cur-item-balance-total + sw-ord-val - sw-ord-pay-val
           COMPUTE acct-money-total = acct-money-total
               + sw-ord-val - sw-ord-pay-val
           MOVE item-out TO work-record
           PERFORM Write-Work-Record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sum-Order-Payments totals the live payments and *
      *  the adjustments posted against the order in     *
      *  hand.                                           *
      *                                                  *
      ****************************************************

       Sum-Order-Payments SECTION.

           MOVE 0 TO order-payments
                     order-adjustments

           IF  pay-file-open
               MOVE sw-ord-no TO pay-ord-no
               MOVE 0         TO pay-no
               MOVE "00" TO pay-status
               START payment-file KEY IS NOT LESS THAN pay-key
                   INVALID KEY
                       SET pay-file-eof TO TRUE
               END-START
               PERFORM UNTIL pay-file-eof
                   READ payment-file NEXT RECORD
                       AT END
                           SET pay-file-eof TO TRUE
                       NOT AT END
                           IF  pay-ord-no NOT = sw-ord-no
                               SET pay-file-eof TO TRUE
                           ELSE
                               IF  NOT payment-reversed
                                   ADD pay-amount TO order-payments
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  adj-file-open
               MOVE sw-ord-no TO adj-ord-no
               MOVE 0         TO adj-no
               MOVE "00" TO adj-status
               START adjust-file KEY IS NOT LESS THAN adj-key
                   INVALID KEY
                       SET adj-file-eof TO TRUE
               END-START
               PERFORM UNTIL adj-file-eof
                   READ adjust-file NEXT RECORD
                       AT END
                           SET adj-file-eof TO TRUE
                       NOT AT END
                           IF  adj-ord-no NOT = sw-ord-no
                               SET adj-file-eof TO TRUE
                           ELSE
                               ADD adj-amount TO order-adjustments
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Finish-Account closes the account just built: a *
      *  live one gets its "S" summary and is marked for *
      *  tonight's extract if its signature moved; a     *
      *  closed or erased one the portal still holds is  *
      *  withdrawn.                                      *
      *                                                  *
      ****************************************************

       Finish-Account SECTION.

           IF  cur-c-code = SPACES OR NOT cur-customer-known
               EXIT SECTION
           END-IF

           MOVE SPACES TO withdraw-reason
           EVALUATE TRUE
               WHEN cur-name = redacted-name
                   MOVE "ERASED" TO withdraw-reason
               WHEN cur-account-closed
                   MOVE "CLOSED" TO withdraw-reason
           END-EVALUATE

           MOVE cur-c-code TO ps-c-code
           READ portal-state-file
               INVALID KEY
                   INITIALIZE portal-state-record
                   MOVE cur-c-code TO ps-c-code
                   MOVE SPACE TO ps-status
           END-READ
           MOVE today-yyyymmdd TO ps-seen-date

           IF  withdraw-reason NOT = SPACES
               IF  ps-published
                   PERFORM Withdraw-Account
               END-IF
               PERFORM Store-Portal-State
               EXIT SECTION
           END-IF

           PERFORM Write-Summary

           IF  ps-published
                   AND ps-hash = acct-hash
                   AND ps-item-count = acct-item-count
                   AND ps-money-total = acct-money-total
                   AND NOT full-extract
               ADD 1 TO accounts-unchanged
           ELSE
               SET ps-published TO TRUE
               MOVE acct-hash        TO ps-hash
               MOVE acct-item-count  TO ps-item-count
               MOVE acct-money-total TO ps-money-total
               MOVE today-yyyymmdd   TO ps-changed-date
           END-IF
           PERFORM Store-Portal-State.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Summary builds the account's "S" record   *
      *  -- the home-currency balance off custbal.ism,   *
      *  or the open items' own total where custbal has  *
      *  none.                                           *
      *                                                  *
      ****************************************************

       Write-Summary SECTION.

           MOVE cur-item-balance-total TO cur-balance
           IF  bal-file-open
               MOVE cur-c-code TO bal-c-code
               READ custbal-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE bal-open-bal TO cur-balance
               END-READ
           END-IF

           MOVE SPACES TO summary-out
           MOVE "S"                 TO so-type
           MOVE cur-c-code          TO so-c-code
           MOVE cur-name            TO so-name
           MOVE home-currency       TO so-currency
           MOVE cur-balance         TO so-balance
           MOVE cur-limit           TO so-limit
           COMPUTE so-credit-left = cur-limit - cur-balance
           MOVE cur-last-pay-date   TO so-last-pay-date
           MOVE cur-last-pay-amount TO so-last-pay-amount
           MOVE acct-item-count     TO so-item-count
           MOVE cur-hold            TO so-on-hold

           ADD cur-balance TO acct-money-total
           MOVE summary-out TO work-record
           PERFORM Write-Work-Record.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Withdraw-Account SECTION.

           MOVE SPACES TO withdraw-out
           MOVE "W"             TO wo-type
           MOVE ps-c-code       TO wo-c-code
           MOVE withdraw-reason TO wo-reason
           MOVE withdraw-out TO work-record
           WRITE work-record
           SET ps-withdrawn TO TRUE
           MOVE today-yyyymmdd TO ps-changed-date

           MOVE ps-c-code       TO wl-c-code
           MOVE withdraw-reason TO wl-reason
           MOVE withdraw-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Portal-State SECTION.

      *  An account the portal has never held and that is closed
      *  anyway has nothing to remember.
           IF  ps-status = SPACE
               EXIT SECTION
           END-IF
           REWRITE portal-state-record
               INVALID KEY
                   WRITE portal-state-record
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Work-Record writes the record in hand and *
      *  folds it into the account's signature -- each   *
      *  character weighted by its position, the way the *
      *  CUSTRSTV restore check hashes its keys.         *
      *                                                  *
      ****************************************************

       Write-Work-Record SECTION.

           PERFORM VARYING char-ind FROM 1 BY 1
                   UNTIL char-ind > 120
               COMPUTE acct-hash = acct-hash +
                   FUNCTION ORD(work-record(char-ind:1)) * char-ind
           END-PERFORM
           WRITE work-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Withdraw-Vanished-Accounts withdraws every      *
      *  account the portal still holds that cust.ism no *
      *  longer has -- merged away or archived.          *
      *                                                  *
      ****************************************************

       Withdraw-Vanished-Accounts SECTION.

           MOVE LOW-VALUES TO ps-c-code
           START portal-state-file KEY IS NOT LESS THAN ps-c-code
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "00" TO ps-status-code
           PERFORM UNTIL ps-file-eof
               READ portal-state-file NEXT RECORD
                   AT END
                       SET ps-file-eof TO TRUE
                   NOT AT END
                       IF  ps-published
                               AND ps-seen-date NOT = today-yyyymmdd
                           MOVE "REMOVED" TO withdraw-reason
                           PERFORM Withdraw-Account
                           REWRITE portal-state-record
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Extract-File is the second pass: it       *
      *  copies from work-file the records of every      *
      *  account sent or withdrawn tonight -- the "I"    *
      *  and "S" records of an account published         *
      *  tonight, the "W" record of one withdrawn --     *
      *  between the header and the trailer.             *
      *                                                  *
      ****************************************************

       Write-Extract-File SECTION.

           OPEN INPUT work-file
           OPEN OUTPUT extract-file
           MOVE today-yyyymmdd   TO ho-run-date
           ACCEPT now-hhmmss FROM TIME
           MOVE now-hhmmss       TO ho-run-time
           IF  full-extract
               MOVE "F" TO ho-mode
           ELSE
               MOVE "D" TO ho-mode
           END-IF
           MOVE header-out TO extract-record
           WRITE extract-record

           MOVE SPACES TO copy-c-code
           SET copy-nothing TO TRUE
           PERFORM UNTIL work-file-eof
               READ work-file
                   AT END
                       SET work-file-eof TO TRUE
                   NOT AT END
                       IF  work-record(2:5) NOT = copy-c-code
                           PERFORM Check-Copy-Account
                       END-IF
                       PERFORM Copy-Work-Record
               END-READ
           END-PERFORM

           MOVE accounts-sent      TO to-accounts
           MOVE items-sent         TO to-items
           MOVE accounts-withdrawn TO to-withdrawn
           MOVE trailer-out TO extract-record
           WRITE extract-record
           ADD 2 TO run-writes-count

           CLOSE work-file
           CLOSE extract-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Copy-Account SECTION.

           MOVE work-record(2:5) TO copy-c-code
           SET copy-nothing TO TRUE
           MOVE copy-c-code TO ps-c-code
           READ portal-state-file
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF  ps-changed-date = today-yyyymmdd
               MOVE ps-status TO copy-switch
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Copy-Work-Record SECTION.

           EVALUATE TRUE
               WHEN copy-published AND work-record(1:1) = "I"
                   ADD 1 TO items-sent
               WHEN copy-published AND work-record(1:1) = "S"
                   ADD 1 TO accounts-sent
               WHEN copy-withdrawn AND work-record(1:1) = "W"
                   ADD 1 TO accounts-withdrawn
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           MOVE work-record TO extract-record
           WRITE extract-record
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE accounts-sent      TO tl-sent
           MOVE accounts-unchanged TO tl-unchanged
           MOVE accounts-withdrawn TO tl-withdrawn
           MOVE items-sent         TO tl-items
           MOVE totals-line TO report-line
           WRITE report-line

           CLOSE portal-state-file
           IF  pay-file-open
               CLOSE payment-file
           END-IF
           IF  adj-file-open
               CLOSE adjust-file
           END-IF
           IF  bal-file-open
               CLOSE custbal-file
           END-IF
           CLOSE report-file

           CALL "custrunc" USING "CUSTPORT", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL.
           EXIT.
