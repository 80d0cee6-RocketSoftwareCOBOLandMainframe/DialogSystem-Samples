      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Factoring schedule run.  Sells the next batch of invoices to *
      * the factoring company: every invoice nominated on            *
      * factinv.ism by CUSTFACM, and every invoice cut since the     *
      * last run (above the "FACTHWM " high-water invoice number on  *
      * the control file) for an account flagged file-c-factored.    *
      * An invoice is eligible when its account is open and not      *
      * intercompany, it bills one order in the home currency, and   *
      * that order is neither voided, disputed nor already paid --   *
      * a consolidated invoice (no order) cannot be sold, because    *
      * the cash that pays it posts order by order.  Eligible        *
      * invoices are assigned to the schedule numbered off the       *
      * "FACTSCH " control record, written to factsch.dat for the    *
      * factor with a trailer carrying the count and control total,  *
      * and the schedule's face value is split at the "FACTADV "     *
      * advance percentage and the "FACTFEE " fee (in hundredths of  *
      * a percent) into the advance due now, the reserve held back   *
      * and the factor's fee, kept on factsch.ism.  A nominated      *
      * invoice that is not eligible stays nominated for the next    *
      * run; a new one is reported and can be nominated once it is   *
      * cleared.  Nothing is sold on an "E" edit pass.               *
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
       PROGRAM-ID. custfacs.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT invoice-file ASSIGN "invoice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS invo-no
           ACCESS IS DYNAMIC
           FILE STATUS IS invo-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT factinv-file ASSIGN "factinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fi-invo-no
           ALTERNATE RECORD KEY IS fi-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS fi-status-code.

           SELECT factsch-file ASSIGN "factsch.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fs-sched-no
           ACCESS IS DYNAMIC
           FILE STATUS IS fs-status-code.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

      *  schedule-file is what goes to the factor.
           SELECT schedule-file ASSIGN "factsch.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT report-file ASSIGN "custfacs.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  invoice-file.
           COPY "invcrec.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  factinv-file.
           COPY "factinvc.cpy".

       FD  factsch-file.
           COPY "factschd.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  schedule-file.
       01  schedule-record             PIC X(80).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  invo-status                 PIC XX.
           88  invo-file-ok            VALUE "00".
           88  invo-file-eof           VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  fi-status-code              PIC XX.
           88  fi-file-ok              VALUE "00".
           88  fi-file-eof             VALUE "10".
           88  fi-file-not-found       VALUE "35".

       01  fs-status-code              PIC XX.
           88  fs-file-ok              VALUE "00".
           88  fs-file-not-found       VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       78  control-id-factsch              VALUE "FACTSCH ".
       78  control-id-facthwm              VALUE "FACTHWM ".
       78  control-id-factadv              VALUE "FACTADV ".
       78  control-id-factfee              VALUE "FACTFEE ".
      *  With no rate records on file the factor's usual terms
      *  apply: 80 percent advanced, a 1.50 percent fee.
       78  default-advance-pct             VALUE 80.
       78  default-fee-hundredths          VALUE 150.
       77  advance-pct                 PIC 9(8) COMP.
       77  fee-hundredths              PIC 9(8) COMP.

      *  Run with "E" on the command line the run is an edit pass:
      *  the report shows what would be sold, but nothing is.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       77  home-currency               PIC X(3) VALUE "USD".
       01  today-yyyymmdd              PIC 9(8).

       77  sched-no                    PIC 9(6).
       77  high-water-no               PIC 9(8) COMP.
       77  new-high-water-no           PIC 9(8) COMP.

       77  sched-count                 PIC 9(5) COMP VALUE 0.
       77  sched-face-total            PIC S9(11)V99 COMP VALUE 0.
       77  sched-advance               PIC S9(11)V99 COMP.
       77  sched-reserve               PIC S9(11)V99 COMP.
       77  sched-fee                   PIC S9(11)V99 COMP.
       77  invoices-skipped            PIC 9(5) COMP VALUE 0.

      *  Check-Eligibility leaves its verdict here -- spaces means
      *  the invoice in hand can be sold.
       77  skip-reason                 PIC X(30).
       77  invoice-face                PIC S9(9)V99 COMP.
       77  invoice-due-date            PIC 9(8).
       77  nominated-switch            PIC X.
           88  invoice-nominated           VALUE "Y".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  face-display                PIC Z(10)9.99.

      *  The factsch.dat layouts -- a header, one detail record per
      *  invoice sold, and a trailer with the control total.
       01  sched-header.
           03  sh-type                 PIC X VALUE "H".
           03  sh-sched-no             PIC 9(6).
           03  sh-date                 PIC 9(8).

       01  sched-detail.
           03  sd-type                 PIC X VALUE "D".
           03  sd-invo-no              PIC 9(6).
           03  sd-c-code               PIC X(5).
           03  sd-name                 PIC X(15).
           03  sd-invo-date            PIC 9(8).
           03  sd-due-date             PIC 9(8).
           03  sd-face                 PIC 9(9)V99.

       01  sched-trailer.
           03  st-type                 PIC X VALUE "T".
           03  st-count                PIC 9(5).
           03  st-face-total           PIC 9(11)V99.
           03  st-advance              PIC 9(11)V99.
           03  st-reserve              PIC 9(11)V99.
           03  st-fee                  PIC 9(11)V99.

       01  page-title.
           03  FILLER                  PIC X(30) VALUE
               "FACTORING SCHEDULE".
           03  pt-sched-no             PIC 9(6).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  pt-date                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pt-mode                 PIC X(10).

       01  detail-line.
           03  dl-invo-no              PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-invo-date            PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-due-date             PIC 9(8) BLANK WHEN ZERO.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-face                 PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-result               PIC X(30).

       01  amount-line.
           03  al-label                PIC X(24).
           03  al-amount               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  count-line.
           03  FILLER                  PIC X(16)
               VALUE "INVOICES SOLD:".
           03  cl-sold                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(14)
               VALUE "  NOT SOLD:".
           03  cl-skipped              PIC ZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM Sell-Nominated-Invoices
           PERFORM Sell-New-Invoices

           PERFORM Close-Schedule

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-mode FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT invoice-file
           OPEN INPUT customer-file
           OPEN INPUT order-file
           OPEN I-O control-file
           OPEN I-O factinv-file
           IF  fi-file-not-found
               OPEN OUTPUT factinv-file
               CLOSE factinv-file
               OPEN I-O factinv-file
           END-IF
           OPEN I-O factsch-file
           IF  fs-file-not-found
               OPEN OUTPUT factsch-file
               CLOSE factsch-file
               OPEN I-O factsch-file
           END-IF
           OPEN OUTPUT report-file

           MOVE 1 TO sched-no
           MOVE control-id-factsch TO ctl-id
           READ control-file
               NOT INVALID KEY
                   MOVE ctl-next-no TO sched-no
           END-READ
           MOVE 0 TO high-water-no
           MOVE control-id-facthwm TO ctl-id
           READ control-file
               NOT INVALID KEY
                   MOVE ctl-next-no TO high-water-no
           END-READ
           MOVE high-water-no TO new-high-water-no
           MOVE default-advance-pct TO advance-pct
           MOVE control-id-factadv TO ctl-id
           READ control-file
               NOT INVALID KEY
                   MOVE ctl-next-no TO advance-pct
           END-READ
           MOVE default-fee-hundredths TO fee-hundredths
           MOVE control-id-factfee TO ctl-id
           READ control-file
               NOT INVALID KEY
                   MOVE ctl-next-no TO fee-hundredths
           END-READ

           IF  NOT edit-pass
               OPEN OUTPUT schedule-file
               MOVE sched-no       TO sh-sched-no
               MOVE today-yyyymmdd TO sh-date
               MOVE sched-header TO schedule-record
               WRITE schedule-record
           END-IF

           MOVE sched-no       TO pt-sched-no
           MOVE today-yyyymmdd TO pt-date
           IF  edit-pass
               MOVE "EDIT PASS" TO pt-mode
           END-IF
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sell-Nominated-Invoices walks factinv.ism for   *
      *  the invoices CUSTFACM nominated and sells each  *
      *  one that is eligible tonight.                   *
      *                                                  *
      ****************************************************

       Sell-Nominated-Invoices SECTION.

           MOVE 0 TO fi-invo-no
           START factinv-file KEY IS NOT LESS THAN fi-invo-no
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM UNTIL fi-file-eof
               READ factinv-file NEXT RECORD
                   AT END
                       SET fi-file-eof TO TRUE
                   NOT AT END
                       IF  fi-nominated
                           MOVE fi-invo-no TO invo-no
                           READ invoice-file
                               INVALID KEY
                                   MOVE SPACES TO detail-line
                                   MOVE fi-invo-no TO dl-invo-no
                                   MOVE "INVOICE NO LONGER ON FILE"
                                       TO dl-result
                                   PERFORM Print-Skipped-Line
                               NOT INVALID KEY
                                   SET invoice-nominated TO TRUE
                                   PERFORM Consider-Invoice
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sell-New-Invoices walks invoice.ism from the    *
      *  last run's high-water mark and sells the        *
      *  eligible new invoices of the factored           *
      *  accounts.                                       *
      *                                                  *
      ****************************************************

       Sell-New-Invoices SECTION.

           MOVE high-water-no TO invo-no
           START invoice-file KEY IS GREATER THAN invo-no
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "00" TO invo-status
           PERFORM UNTIL invo-file-eof
               READ invoice-file NEXT RECORD
                   AT END
                       SET invo-file-eof TO TRUE
                   NOT AT END
                       IF  invo-no > new-high-water-no
                           MOVE invo-no TO new-high-water-no
                       END-IF
                       MOVE invo-c-code TO file-c-code
                       READ customer-file
                           INVALID KEY
                               MOVE SPACE TO file-c-factored
                       END-READ
                       MOVE invo-no TO fi-invo-no
                       READ factinv-file
                           INVALID KEY
                               IF  customer-factored
                                   MOVE "N" TO nominated-switch
                                   PERFORM Consider-Invoice
                               END-IF
                       END-READ
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Consider-Invoice sells the invoice in hand      *
      *  when Check-Eligibility finds nothing against    *
      *  it, and reports it either way.                  *
      *                                                  *
      ****************************************************

       Consider-Invoice SECTION.

           PERFORM Check-Eligibility

           MOVE SPACES TO detail-line
           MOVE invo-no      TO dl-invo-no
           MOVE invo-c-code  TO dl-c-code
           MOVE invo-ord-no  TO dl-ord-no
           MOVE invo-date    TO dl-invo-date
           MOVE 0            TO dl-due-date
           COMPUTE invoice-face = invo-val + invo-tax
           MOVE invoice-face TO dl-face

           IF  skip-reason NOT = SPACES
               MOVE skip-reason TO dl-result
               PERFORM Print-Skipped-Line
               EXIT SECTION
           END-IF

           MOVE invoice-due-date TO dl-due-date
           ADD 1 TO sched-count
           ADD invoice-face TO sched-face-total
           IF  edit-pass
               MOVE "WOULD SELL" TO dl-result
           ELSE
               PERFORM Assign-Invoice
           END-IF
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Eligibility reads the account and the     *
      *  order behind the invoice in hand and leaves     *
      *  the reason it cannot be sold in skip-reason --  *
      *  spaces when it can.  The due date comes off     *
      *  the order, or the account's terms through the   *
      *  shared custdue lookup.                          *
      *                                                  *
      ****************************************************

       Check-Eligibility SECTION.

           MOVE SPACES TO skip-reason
           MOVE 0 TO invoice-due-date

           MOVE invo-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO skip-reason
                   EXIT SECTION
           END-READ
           IF  account-closed
               MOVE "ACCOUNT CLOSED" TO skip-reason
               EXIT SECTION
           END-IF
           IF  file-c-ic-company NOT = SPACES
               MOVE "INTERCOMPANY ACCOUNT" TO skip-reason
               EXIT SECTION
           END-IF
           IF  invo-ord-no = 0
               MOVE "CONSOLIDATED INVOICE" TO skip-reason
               EXIT SECTION
           END-IF
           IF  invo-currency NOT = home-currency
                   AND invo-currency NOT = SPACES
               MOVE "NOT IN HOME CURRENCY" TO skip-reason
               EXIT SECTION
           END-IF
           IF  invo-val + invo-tax <= 0
               MOVE "NOTHING BILLED" TO skip-reason
               EXIT SECTION
           END-IF

           MOVE invo-c-code TO ord-c-code
           MOVE invo-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO skip-reason
                   EXIT SECTION
           END-READ
           EVALUATE TRUE
               WHEN order-voided
                   MOVE "ORDER VOIDED" TO skip-reason
               WHEN order-disputed
                   MOVE "ORDER DISPUTED" TO skip-reason
               WHEN ord-pay-val NOT < ord-val
                   MOVE "ORDER ALREADY PAID" TO skip-reason
           END-EVALUATE
           IF  skip-reason NOT = SPACES
               EXIT SECTION
           END-IF

           IF  ord-due-date NUMERIC AND ord-due-date > 0
               MOVE ord-due-date TO invoice-due-date
           ELSE
               CALL "custdue" USING file-c-terms, invo-date,
                                     invoice-due-date
               END-CALL
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Assign-Invoice records the sale on factinv.ism  *
      *  -- rewriting a nomination, writing a new        *
      *  invoice's record -- and sends the detail to     *
      *  the factor.                                     *
      *                                                  *
      ****************************************************

       Assign-Invoice SECTION.

           IF  NOT invoice-nominated
               MOVE SPACES TO factinv-record
               MOVE invo-no       TO fi-invo-no
               MOVE 0             TO fi-collected
           END-IF
           MOVE invo-ord-no      TO fi-ord-no
           MOVE invo-c-code      TO fi-c-code
           MOVE sched-no         TO fi-sched-no
           SET fi-assigned TO TRUE
           MOVE invo-date        TO fi-invo-date
           MOVE invoice-due-date TO fi-due-date
           MOVE invoice-face     TO fi-face
           MOVE invo-currency    TO fi-currency
           IF  invoice-nominated
               REWRITE factinv-record
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO dl-result
               END-REWRITE
           ELSE
               WRITE factinv-record
                   INVALID KEY
                       MOVE "WRITE FAILED" TO dl-result
               END-WRITE
           END-IF
           IF  dl-result NOT = SPACES
               SUBTRACT 1 FROM sched-count
               SUBTRACT invoice-face FROM sched-face-total
               ADD 1 TO invoices-skipped
               EXIT SECTION
           END-IF

           MOVE invo-no          TO sd-invo-no
           MOVE invo-c-code      TO sd-c-code
           MOVE file-c-name      TO sd-name
           MOVE invo-date        TO sd-invo-date
           MOVE invoice-due-date TO sd-due-date
           MOVE invoice-face     TO sd-face
           MOVE sched-detail TO schedule-record
           WRITE schedule-record
           MOVE "SOLD" TO dl-result.
           EXIT.

      ****************************************************
      *                                                  *
      *  Close-Schedule splits the face value sold into  *
      *  advance, reserve and fee, writes the trailer    *
      *  and the schedule record, and moves the control  *
      *  records on -- the schedule number only when     *
      *  something was sold, the high-water mark every   *
      *  live run.                                       *
      *                                                  *
      ****************************************************

       Close-Schedule SECTION.

           COMPUTE sched-advance ROUNDED =
               sched-face-total * advance-pct / 100
           COMPUTE sched-fee ROUNDED =
               sched-face-total * fee-hundredths / 10000
           COMPUTE sched-reserve = sched-face-total - sched-advance

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE sched-count      TO cl-sold
           MOVE invoices-skipped TO cl-skipped
           MOVE count-line TO report-line
           WRITE report-line
           MOVE "FACE VALUE SOLD"   TO al-label
           MOVE sched-face-total    TO al-amount
           PERFORM Print-Amount-Line
           MOVE "ADVANCE DUE"       TO al-label
           MOVE sched-advance       TO al-amount
           PERFORM Print-Amount-Line
           MOVE "RESERVE HELD BACK" TO al-label
           MOVE sched-reserve       TO al-amount
           PERFORM Print-Amount-Line
           MOVE "FACTOR FEE"        TO al-label
           MOVE sched-fee           TO al-amount
           PERFORM Print-Amount-Line

           IF  edit-pass
               EXIT SECTION
           END-IF

           MOVE sched-count      TO st-count
           MOVE sched-face-total TO st-face-total
           MOVE sched-advance    TO st-advance
           MOVE sched-reserve    TO st-reserve
           MOVE sched-fee        TO st-fee
           MOVE sched-trailer TO schedule-record
           WRITE schedule-record

           IF  sched-count > 0
               INITIALIZE factsch-record
               MOVE sched-no         TO fs-sched-no
               MOVE today-yyyymmdd   TO fs-date
               MOVE sched-count      TO fs-invoice-count
               MOVE sched-face-total TO fs-face-total
               MOVE sched-advance    TO fs-advance
               MOVE sched-reserve    TO fs-reserve
               MOVE sched-fee        TO fs-fee
               MOVE 0                TO fs-recon-period
               MOVE SPACE            TO fs-recon-status
               WRITE factsch-record
                   INVALID KEY
                       DISPLAY "CUSTFACS: COULD NOT FILE SCHEDULE "
                           sched-no
               END-WRITE

               MOVE control-id-factsch TO ctl-id
               COMPUTE ctl-next-no = sched-no + 1
               PERFORM Store-Control-Record

               MOVE SPACES TO aud-before-image
                              aud-after-image
               STRING "SCHEDULE " sched-no
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE sched-face-total TO face-display
               STRING "SOLD " st-count " INVOICES FACE " face-display
                   DELIMITED BY SIZE INTO aud-after-image
               CALL "custaud" USING "FACTOR-SCHED", "     ",
                                     aud-before-image,
                                     aud-after-image
               END-CALL
           END-IF

           MOVE control-id-facthwm TO ctl-id
           MOVE new-high-water-no TO ctl-next-no
           PERFORM Store-Control-Record.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Control-Record SECTION.

           REWRITE control-record
               INVALID KEY
                   WRITE control-record
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Skipped-Line SECTION.

           ADD 1 TO invoices-skipped
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Amount-Line SECTION.

           MOVE amount-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           IF  NOT edit-pass
               CLOSE schedule-file
           END-IF
           CLOSE invoice-file
           CLOSE customer-file
           CLOSE order-file
           CLOSE control-file
           CLOSE factinv-file
           CLOSE factsch-file
           CLOSE report-file.
           EXIT.
