      * customer's payment terms through the shared custdue lookup --   *
      * so a net-60 national account inside its negotiated terms is     *
      * not dunned for being a big account.                             *
      * A short payment still being worked as a deduction on           *
      * deduct.ism is left out of the overdue figure, as a dispute is. *
      * An account placed with a collection agency (CUSTAGPL) gets   *
      * no letter from us -- the agency is doing the chasing.        *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS DYNAMIC
           FILE STATUS IS plan-status.

      *  deduct-file carries the short payments the customer has
      *  told us are deductions -- see Sum-Order-Deductions below
      *  and deductrc.cpy.
           SELECT deduct-file ASSIGN "deduct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ded-no
           ALTERNATE RECORD KEY IS ded-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ded-status-code.

           SELECT sort-work-file ASSIGN "custdunn.srt".

           SELECT report-file ASSIGN "custdunn.prt"
       FD  payplan-file.
           COPY "payplanrc.cpy".

       FD  deduct-file.
           COPY "deductrc.cpy".

      *  sort-record carries everything Print-One-Notice needs to
      *  address and word a letter without having to re-read
      *  customer-file -- sw-pct is the sort key, worst (highest)
           03  sw-c-postal              PIC X(10).
           03  sw-balance               PIC S9(9)V99 COMP.
           03  sw-limit                 PIC 9(8) COMP.
           03  sw-c-language            PIC X(2).

       FD  report-file.
       01  report-line                 PIC X(132).
           88  plan-being-kept             VALUE "K".
           88  plan-lapsed                 VALUE "L".

      *  Working storage for Sum-Order-Deductions below.
       01  ded-status-code             PIC XX.
           88  ded-file-ok             VALUE "00".
           88  ded-file-not-found      VALUE "35".
       77  no-deduct-file-switch       PIC X VALUE "N".
           88  no-deduct-file           VALUE "Y".
       77  ded-eof-switch              PIC X VALUE "N".
           88  ded-eof                 VALUE "Y".
       77  order-deducted              PIC S9(9)V99 COMP.

      *  Working storage for Sum-Overdue-Balance below -- the same
      *  due-date aging math CUSTAGE's Age-Order and CUSTFINC's
      *  Age-One-Order apply.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  order-balance               PIC S9(9)V99 COMP.
       77  overdue-balance             PIC S9(9)V99 COMP.
       77  days-past-due               PIC S9(7) COMP.
       77  work-due-date               PIC 9(8).

           03  td-mm                   PIC 99.
           03  td-dd                   PIC 99.

      *  The letter prints in the customer's language (sw-c-
      *  language): each label and paragraph line is asked of the
      *  shared custdoct lookup under its text id, with the English
      *  as the default, and the date and amounts are laid out
      *  through the shared custlfmt formatter -- the "-local"
      *  views below take its output.  The labels that line the
      *  figures up are taken at their English width.
       77  doc-type                    PIC X(4) VALUE "DUNN".
       77  doc-text-id                 PIC X(8).
       01  doc-text                    PIC X(80).
       77  fmt-mode                    PIC X.
       77  fmt-date                    PIC 9(8).
       77  fmt-amount                  PIC S9(11)V99 COMP.
       01  fmt-text                    PIC X(18).

       01  notice-date-line.
           03  nd-label                PIC X(6).
           03  nd-date.
               05  nd-mm               PIC 99.
               05  FILLER              PIC X VALUE "/".
               05  nd-dd               PIC 99.
               05  FILLER              PIC X VALUE "/".
               05  nd-yyyy             PIC 9999.
           03  nd-date-local REDEFINES nd-date PIC X(10).

       01  notice-balance-line.
           03  nb-label                PIC X(24).
           03  nb-balance               PIC $$,$$$,$$9.99.
           03  nb-balance-local REDEFINES nb-balance PIC X(13).

       01  notice-limit-line.
           03  nl-label                PIC X(24).
           03  nl-limit                 PIC $$,$$$,$$9.
           03  nl-limit-local REDEFINES nl-limit PIC X(10).

       01  notice-pct-line.
           03  np-label                PIC X(24).
           03  np-pct                   PIC ZZZ9.
           03  FILLER                  PIC X VALUE "%".


           MOVE 0 TO notices-printed
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT order-file
           OPEN INPUT payplan-file
           IF  plan-file-not-found
               SET no-plan-file TO TRUE
           END-IF
           OPEN INPUT deduct-file
           IF  ded-file-not-found
               SET no-deduct-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           SORT sort-work-file
           IF  NOT no-plan-file
               CLOSE payplan-file
           END-IF
           IF  NOT no-deduct-file
               CLOSE deduct-file
           END-IF
           CLOSE report-file.
           STOP RUN.


       Evaluate-Customer SECTION.

      *  An account placed with a collection agency, or returned by
      *  it as uncollectable, hears from the agency, not from us.
           IF  account-with-agency
               EXIT SECTION
           END-IF

           PERFORM Sum-Customer-Balance

           IF  file-c-limit > 0
               MOVE file-c-postal    TO sw-c-postal
               MOVE customer-balance TO sw-balance
               MOVE file-c-limit     TO sw-limit
               MOVE file-c-language  TO sw-c-language
               RELEASE sort-record
           END-IF.
           EXIT.
      *  ord-due-date, or file-c-terms through the shared    *
      *  custdue lookup for records written before the        *
      *  field existed -- the same due-date aging CUSTAGE      *
      *  and CUSTFINC apply, days late counted through the     *
      *  shared custlate lookup as CUSTAGE counts them.  Only   *
      *  run for customers the threshold test has already       *
      *  flagged, so the full base is not re-browsed every       *
      *  night.                                                  *
      *                                                  *
      ****************************************************

               EXIT SECTION
           END-IF

      *  So is a short payment still being worked as a deduction --
      *  the customer has told us that part is not coming.
           PERFORM Sum-Order-Deductions

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           COMPUTE order-balance =
               (ord-val - ord-pay-val - order-deducted)
                   * cur-exchange-rate

           IF  order-balance > 0
               IF  ord-due-date NUMERIC AND ord-due-date > 0
                   MOVE ord-due-date TO work-due-date
               ELSE
                   CALL "custdue" USING file-c-terms, ord-date,
                                         work-due-date
                   END-CALL
               END-IF
               CALL "custlate" USING file-c-terms, work-due-date,
                                      today-date-yyyymmdd, days-past-due
               END-CALL
               IF  days-past-due > 0
                   ADD order-balance TO overdue-balance
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sum-Order-Deductions totals the open and checker-  *
      *  pending deductions CUSTCASH opened against this      *
      *  order -- see deductrc.cpy.                             *
      *                                                  *
      ****************************************************

       Sum-Order-Deductions SECTION.

           MOVE 0 TO order-deducted
           IF  no-deduct-file
               EXIT SECTION
           END-IF

           MOVE "N" TO ded-eof-switch
           MOVE ord-no TO ded-ord-no
           START deduct-file KEY IS EQUAL TO ded-ord-no
               INVALID KEY
                   SET ded-eof TO TRUE
           END-START

           PERFORM UNTIL ded-eof
               READ deduct-file NEXT RECORD
                   AT END
                       SET ded-eof TO TRUE
               END-READ
               IF  NOT ded-eof
                   IF  ded-ord-no NOT = ord-no
                       SET ded-eof TO TRUE
                   ELSE
                       IF  deduction-unresolved
                           ADD ded-amount TO order-deducted
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Payment-Plan reads the customer's            *
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE "DATE" TO doc-text-id
           MOVE "DATE: " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:6) TO nd-label
           MOVE td-mm   TO nd-mm
           MOVE td-dd   TO nd-dd
           MOVE td-yyyy TO nd-yyyy
           MOVE "D" TO fmt-mode
           MOVE today-date-yyyymmdd TO fmt-date
           CALL "custlfmt" USING sw-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           IF  fmt-text NOT = SPACES
               MOVE fmt-text TO nd-date-local
           END-IF
           MOVE notice-date-line TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line

           MOVE "REACCT" TO doc-text-id
           MOVE "RE: ACCOUNT" TO doc-text
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           STRING doc-text DELIMITED BY "  "
                  " " sw-c-code
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "DEAR" TO doc-text-id
           MOVE "DEAR" TO doc-text
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           STRING doc-text DELIMITED BY "  "
                  " " sw-c-name ","
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE "OPENING1" TO doc-text-id
           MOVE "OUR RECORDS SHOW YOUR ACCOUNT IS PAST DUE AND"
               TO doc-text
           PERFORM Print-Text-Line
           MOVE "OPENING2" TO doc-text-id
           MOVE "CURRENTLY OVER ITS APPROVED CREDIT LIMIT."
               TO doc-text
           PERFORM Print-Text-Line

           MOVE SPACES TO report-line
           WRITE report-line

           MOVE "BALANCE" TO doc-text-id
           MOVE "CURRENT BALANCE DUE:    " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:24) TO nb-label
           MOVE sw-balance TO nb-balance
           MOVE sw-balance TO fmt-amount
           PERFORM Get-Local-Amount
           IF  fmt-text NOT = SPACES
               MOVE fmt-text(6:13) TO nb-balance-local
           END-IF
           MOVE notice-balance-line TO report-line
           WRITE report-line

           MOVE "LIMIT" TO doc-text-id
           MOVE "YOUR CREDIT LIMIT:      " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:24) TO nl-label
           MOVE sw-limit TO nl-limit
           MOVE sw-limit TO fmt-amount
           PERFORM Get-Local-Amount
           IF  fmt-text NOT = SPACES
               MOVE fmt-text(6:10) TO nl-limit-local
           END-IF
           MOVE notice-limit-line TO report-line
           WRITE report-line

           MOVE "PCTUSED" TO doc-text-id
           MOVE "PERCENT OF LIMIT USED:  " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:24) TO np-label
           MOVE sw-pct TO np-pct
           MOVE notice-pct-line TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "CLOSING1" TO doc-text-id
           MOVE "PLEASE REMIT PAYMENT OR CONTACT OUR CREDIT"
               TO doc-text
           PERFORM Print-Text-Line
           MOVE "CLOSING2" TO doc-text-id
           MOVE "DEPARTMENT TO MAKE ARRANGEMENTS." TO doc-text
           PERFORM Print-Text-Line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "SIGNOFF" TO doc-text-id
           MOVE "SINCERELY," TO doc-text
           PERFORM Print-Text-Line
           MOVE "SIGNATOR" TO doc-text-id
           MOVE "CREDIT AND COLLECTIONS DEPARTMENT" TO doc-text
           PERFORM Print-Text-Line

           ADD 1 TO notices-printed.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Text-Line prints one whole line of the    *
      *  letter's wording -- doc-text-id, in the         *
      *  customer's language when it is on file.         *
      *                                                  *
      ****************************************************

       Print-Text-Line SECTION.

           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           MOVE doc-text TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Doc-Text replaces the English in doc-text   *
      *  with the customer's language's wording for      *
      *  doc-text-id, when there is some on file.        *
      *                                                  *
      ****************************************************

       Get-Doc-Text SECTION.

           CALL "custdoct" USING doc-type, sw-c-language,
                                  doc-text-id, doc-text
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Local-Amount lays fmt-amount out in the     *
      *  customer's local format -- fmt-text comes back  *
      *  spaces when the language has none of its own.   *
      *                                                  *
      ****************************************************

       Get-Local-Amount SECTION.

           MOVE "A" TO fmt-mode
           CALL "custlfmt" USING sw-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL.
           EXIT.
