      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Printed pro-forma invoice for a cash-in-advance order.       *
      * VOCOK CALLs this right after it cuts the pro-forma record    *
      * for a new order of a cash-in-advance account, and VOCAPPR    *
      * when it approves one that was held for a supervisor -- the   *
      * same way both CALL "vocinvc" for the invoice.  It goes into  *
      * the invoice print stream under its own @DOC type, so the     *
      * customer is mailed and the archive keeps it like any other   *
      * document, and it carries the remittance stub so the wire     *
      * or cheque lands on the order and releases it.                *
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
       PROGRAM-ID. vocpfrm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT report-file ASSIGN "invoice.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS report-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  report-status               PIC XX.
           88  report-file-ok          VALUE "00".

      *  The machine-readable remittance stub -- built through the
      *  shared custscan keeper, so CUSTCASH can match the bank's
      *  keying on it.
       77  scan-mode                   PIC X.
       77  scan-c-code                 PIC X(5).
       77  scan-ord-no                 PIC 9(6).
       77  scan-line-work              PIC X(13).
       77  scan-valid-flag             PIC X.

      *  company-logo-image is the same image IMAGE.CBL loads into a
      *  picture control -- see Print-Letterhead in CUSTSTMT.CBL for
      *  why the @IMAGE line is text rather than an embedded bitmap.
       78  company-name                 VALUE "ROCKET SOFTWARE, INC.".
       78  company-logo-image           VALUE "\MF_LOGO.GIF".

      *  On a multi-company installation the letterhead carries
      *  the company whose directory this run works in -- see the
      *  shared custcomp lookup.
       77  heading-company-code        PIC X(3).
       77  heading-company-name        PIC X(30).

       01  amount-display              PIC Z,ZZZ,ZZ9.99.
       77  amount-due                  PIC S9(9)V99 COMP.
       01  proforma-no-display         PIC 9(6).
       01  proforma-date-display       PIC 9999/99/99.

       LINKAGE SECTION.

           COPY "proforma.cpy".
           COPY "custrec.cpy".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING proforma-record, customer-record.

       Main-Process SECTION.

           OPEN EXTEND report-file
           IF  NOT report-file-ok
               OPEN OUTPUT report-file
           END-IF

           CALL "custcomp" USING heading-company-code,
                                  heading-company-name
           END-CALL
           IF  heading-company-name = SPACES
               MOVE company-name TO heading-company-name
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
      *  The @DOC line marks where this document starts in the print
      *  stream -- see VOCINVC.CBL, CUSTMAIL.CBL and CUSTDARC.CBL.
           MOVE SPACES TO report-line
           STRING "@DOC " file-c-code " PFRM " pf-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           STRING "@IMAGE: " company-logo-image DELIMITED BY SIZE
               INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE heading-company-name TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE pf-no   TO proforma-no-display
           MOVE pf-date TO proforma-date-display
           MOVE SPACES TO report-line
           STRING "PRO-FORMA INVOICE NO: " proforma-no-display
                  "    DATE: " proforma-date-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           STRING "BILL TO: " pf-c-code " " file-c-name
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE file-c-street TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE file-c-city TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING file-c-state " " file-c-postal
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           STRING "FOR ORDER NO: " pf-ord-no
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE pf-amount TO amount-display
           MOVE SPACES TO report-line
           STRING "ORDER TOTAL: " amount-display " " pf-currency
                  "  (GOODS, TAX AND FREIGHT)"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           IF  pf-paid > 0
               MOVE pf-paid TO amount-display
               MOVE SPACES TO report-line
               STRING "PAID:        " amount-display " " pf-currency
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           COMPUTE amount-due = pf-amount - pf-paid
           MOVE amount-due TO amount-display
           MOVE SPACES TO report-line
           STRING "AMOUNT DUE:  " amount-display " " pf-currency
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           STRING "PAYMENT IN ADVANCE -- THE GOODS ARE RELEASED FOR "
                  "DESPATCH WHEN THE AMOUNT DUE IS RECEIVED"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "THIS IS NOT A TAX INVOICE -- PLEASE QUOTE THE "
                  "ORDER NUMBER WITH YOUR REMITTANCE"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE "B" TO scan-mode
           MOVE pf-c-code TO scan-c-code
           MOVE pf-ord-no TO scan-ord-no
           CALL "custscan" USING scan-mode, scan-c-code,
                                  scan-ord-no, scan-line-work,
                                  scan-valid-flag
           END-CALL
           MOVE SPACES TO report-line
           STRING "REMITTANCE STUB -- RETURN WITH PAYMENT: "
                  scan-line-work
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file

           GOBACK.
