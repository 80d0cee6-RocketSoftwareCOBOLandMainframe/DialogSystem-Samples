      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Supplier-invoice entry.  Reads the supplier's invoice lines  *
      * from the supinv.dat deck -- supplier, the supplier's own     *
      * invoice number and date, the PO number/line billed, and the  *
      * quantity and unit price billed -- and writes them to         *
      * supinv.ism: consecutive deck lines with the same supplier    *
      * and invoice number are one invoice, line numbers counting    *
      * up, the way CUSTPOEN builds a purchase order.  An invoice    *
      * number the supplier has already been entered under is        *
      * refused whole, so the same paper keyed twice never reaches   *
      * the match.  Every line goes in as entered ("E") for the      *
      * CUSTSIMT three-way match; the register lists every line      *
      * written and every line refused.                              *
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
       PROGRAM-ID. custsine.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sin-deck-file ASSIGN "supinv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT supinv-file ASSIGN "supinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sin-key
           ALTERNATE RECORD KEY IS sin-po-key WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS sin-status-code.

           SELECT suplmast-file ASSIGN "suplmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sup-code
           ACCESS IS DYNAMIC
           FILE STATUS IS sup-status.

           SELECT report-file ASSIGN "custsine.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  sin-deck-file.
       01  sin-deck-record.
           03  sd-supplier              PIC X(4).
           03  sd-inv-no                PIC X(12).
           03  sd-inv-date              PIC 9(8).
           03  sd-po-no                 PIC 9(6).
           03  sd-po-line               PIC 9(3).
           03  sd-qty                   PIC 9(5).
           03  sd-unit-price            PIC 9(5)V99.

       FD  supinv-file.
           COPY "supinvrc.cpy".

       FD  suplmast-file.
           COPY "supprec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  sin-status-code             PIC XX.
           88  sin-file-ok             VALUE "00".
           88  sin-file-not-found      VALUE "35".

       01  sup-status                  PIC XX.
           88  sup-file-ok             VALUE "00".

       01  today-yyyymmdd              PIC 9(8).

      *  cur-supplier/cur-inv-no carry the invoice being entered --
      *  a deck line for a different supplier or invoice number
      *  closes it and opens the next.
       77  cur-supplier                PIC X(4) VALUE SPACES.
       77  cur-inv-no                  PIC X(12) VALUE SPACES.
       77  cur-line-no                 PIC 9(3).
       77  invoice-refused-switch      PIC X VALUE "N".
           88  invoice-refused          VALUE "Y".

       77  supplier-found-switch       PIC X VALUE "N".
           88  supplier-found           VALUE "Y".

       77  lines-written               PIC 9(6) COMP.
       77  lines-rejected              PIC 9(6) COMP.
       77  invoices-entered            PIC 9(6) COMP.

       01  page-title                  PIC X(40) VALUE
               "SUPPLIER-INVOICE ENTRY REGISTER".

       01  detail-line.
           03  dl-supplier             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-inv-no               PIC X(12).
           03  FILLER                  PIC X VALUE "/".
           03  dl-line-no              PIC 9(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-po-no                PIC 9(6).
           03  FILLER                  PIC X VALUE "/".
           03  dl-po-line              PIC 9(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-qty                  PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-price                PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-result               PIC X(36).

       01  totals-line.
           03  FILLER                  PIC X(18)
               VALUE "INVOICES ENTERED:".
           03  tl-invoices             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(17)
               VALUE "  LINES WRITTEN:".
           03  tl-written              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12)
               VALUE "  REJECTED:".
           03  tl-rejected             PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL deck-file-eof
               READ sin-deck-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Enter-One-Invoice-Line
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

           MOVE 0 TO lines-written
           MOVE 0 TO lines-rejected
           MOVE 0 TO invoices-entered
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT sin-deck-file
           OPEN I-O supinv-file
           IF  sin-file-not-found
               OPEN OUTPUT supinv-file
               CLOSE supinv-file
               OPEN I-O supinv-file
           END-IF
           OPEN INPUT suplmast-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Enter-One-Invoice-Line validates the deck line    *
      *  and writes it under the invoice being entered --    *
      *  a new supplier or invoice number opens the next      *
      *  invoice, checking first that it is not already on     *
      *  file.                                                  *
      *                                                  *
      ****************************************************

       Enter-One-Invoice-Line SECTION.

           MOVE SPACES TO detail-line
           MOVE sd-supplier TO dl-supplier
           MOVE sd-inv-no   TO dl-inv-no
           IF  sd-po-no NUMERIC
               MOVE sd-po-no TO dl-po-no
           END-IF
           IF  sd-po-line NUMERIC
               MOVE sd-po-line TO dl-po-line
           END-IF
           IF  sd-qty NUMERIC
               MOVE sd-qty TO dl-qty
           END-IF
           IF  sd-unit-price NUMERIC
               MOVE sd-unit-price TO dl-price
           END-IF

           IF  sd-supplier NOT = cur-supplier
                   OR sd-inv-no NOT = cur-inv-no
               PERFORM Start-New-Invoice
           END-IF

           IF  invoice-refused
               MOVE "INVOICE ALREADY ENTERED -- SKIPPED"
                   TO dl-result
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           IF  sd-inv-no = SPACES
               MOVE "NO INVOICE NUMBER -- SKIPPED" TO dl-result
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           PERFORM Find-Supplier
           IF  NOT supplier-found
               MOVE "SUPPLIER NOT ON MASTER -- SKIPPED" TO dl-result
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           IF  sd-inv-date NOT NUMERIC OR sd-inv-date = 0
               MOVE "BAD INVOICE DATE -- SKIPPED" TO dl-result
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           IF  sd-po-no NOT NUMERIC OR sd-po-no = 0
                   OR sd-po-line NOT NUMERIC
               MOVE "NO PO LINE REFERENCE -- SKIPPED" TO dl-result
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           IF  sd-qty NOT NUMERIC OR sd-qty = 0
               MOVE "BAD QUANTITY -- SKIPPED" TO dl-result
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           IF  sd-unit-price NOT NUMERIC
               MOVE "BAD UNIT PRICE -- SKIPPED" TO dl-result
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           ADD 1 TO cur-line-no
           MOVE SPACES         TO supinv-record
           MOVE sd-supplier    TO sin-supplier
           MOVE sd-inv-no      TO sin-inv-no
           MOVE cur-line-no    TO sin-line-no
           MOVE sd-inv-date    TO sin-inv-date
           MOVE sd-po-no       TO sin-po-no
           IF  sd-po-line = 0
               MOVE 1 TO sin-po-line
           ELSE
               MOVE sd-po-line TO sin-po-line
           END-IF
           MOVE sd-qty         TO sin-qty-billed
           MOVE sd-unit-price  TO sin-unit-price
           COMPUTE sin-amount ROUNDED = sd-qty * sd-unit-price
           MOVE today-yyyymmdd TO sin-entry-date
           MOVE "E"            TO sin-status
           MOVE SPACES         TO sin-hold-reason
           MOVE 0              TO sin-match-date
           MOVE 0              TO sin-ap-date

           WRITE supinv-record
               INVALID KEY
                   MOVE "WRITE FAILED" TO dl-result
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-WRITE

           IF  cur-line-no = 1
               ADD 1 TO invoices-entered
           END-IF
           MOVE sin-line-no TO dl-line-no
           MOVE sin-amount  TO dl-amount
           MOVE "ENTERED FOR MATCHING" TO dl-result
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO lines-written.
           EXIT.

      ****************************************************
      *                                                  *
      *  Start-New-Invoice refuses an invoice number this  *
      *  supplier already has on supinv.ism -- the first     *
      *  record at or after line zero of it tells.            *
      *                                                  *
      ****************************************************

       Start-New-Invoice SECTION.

           MOVE sd-supplier TO cur-supplier
           MOVE sd-inv-no   TO cur-inv-no
           MOVE 0 TO cur-line-no
           MOVE "N" TO invoice-refused-switch

           MOVE sd-supplier TO sin-supplier
           MOVE sd-inv-no   TO sin-inv-no
           MOVE 0           TO sin-line-no
           START supinv-file KEY IS NOT LESS THAN sin-key
               INVALID KEY
                   EXIT SECTION
           END-START
           READ supinv-file NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ
           IF  sin-supplier = sd-supplier AND sin-inv-no = sd-inv-no
               SET invoice-refused TO TRUE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Find-Supplier SECTION.

           MOVE "N" TO supplier-found-switch
           MOVE sd-supplier TO sup-code
           READ suplmast-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET supplier-found TO TRUE
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Reject-Line SECTION.

           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO lines-rejected.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE invoices-entered TO tl-invoices
           MOVE lines-written    TO tl-written
           MOVE lines-rejected   TO tl-rejected
           MOVE totals-line TO report-line
           WRITE report-line

           CLOSE sin-deck-file
           CLOSE supinv-file
           CLOSE suplmast-file
           CLOSE report-file.
           EXIT.
