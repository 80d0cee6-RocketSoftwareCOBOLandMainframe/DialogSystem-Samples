      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * One-shot conversion for the customer's document language.    *
      * The customer record's expansion space was used up by the     *
      * collection-agency state, so file-c-language needs a real     *
      * record-length change -- like CUSTCNVT before it.  Every      *
      * record is read off the existing cust.ism under the layout    *
      * it was written with (frozen inline below, NOT a COPY of the  *
      * living copybook) and written back out to custcnvg.ism under  *
      * the widened layout, with the language at spaces (English)    *
      * and a fresh run of expansion space at known spaces.  Once    *
      * the run report balances, custcnvg.ism replaces cust.ism.     *
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
       PROGRAM-ID. custcnvg.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS old-c-code
           ALTERNATE RECORD KEY IS old-c-name WITH DUPLICATES
           ACCESS IS SEQUENTIAL
           FILE STATUS IS old-cust-status.

           SELECT customer-file ASSIGN "custcnvg.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custcnvg.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  old-customer-record is the layout cust.ism was written
      *  with just before the language widening -- kept inline
      *  here, byte for byte, because this program is the only
      *  place the old shape is still needed.
       FD  old-customer-file.
       01  old-customer-record.
           03  old-c-code              PIC X(5).
           03  old-c-name              PIC X(15).
           03  old-c-address           PIC X(60).
           03  old-c-limit             PIC 9(8) COMP.
           03  old-c-area              PIC X.
           03  old-c-hold              PIC X.
           03  old-c-currency          PIC X(3).
           03  old-c-order             PIC X(200).
           03  old-c-contact           PIC X(20).
           03  old-c-phone             PIC X(12).
           03  old-c-email             PIC X(30).
           03  old-c-rep               PIC X(3).
           03  old-c-tax               PIC X.
           03  old-c-fc-exempt         PIC X.
           03  old-c-parent            PIC X(5).
           03  old-c-status            PIC X.
           03  old-c-terms             PIC X(3).
           03  old-c-inv-mode          PIC X.
           03  old-c-bureau-score      PIC X(3).
           03  old-c-score-date        PIC X(8).
           03  old-c-tax-exp           PIC X(8).
           03  old-c-delivery          PIC X.
           03  old-c-tp-id             PIC X(4).
           03  old-c-lead-days         PIC X(3).
           03  old-c-group-ref         PIC X(8).
           03  old-c-ic-company        PIC X(3).
           03  old-c-factored          PIC X.
           03  old-c-pay-mode          PIC X.
           03  old-c-stmt-cycle        PIC X(2).
           03  old-c-stmt-always       PIC X.
           03  old-c-collector         PIC X(3).
           03  old-c-agency-state      PIC X.

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  old-cust-status             PIC XX.
           88  old-cust-file-ok        VALUE "00".
           88  old-cust-file-eof       VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       77  customer-count              PIC 9(7) COMP.
       77  count-display               PIC ZZZZZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           MOVE 0 TO customer-count
           OPEN OUTPUT report-file

           OPEN INPUT old-customer-file
           OPEN OUTPUT customer-file
           PERFORM UNTIL old-cust-file-eof
               READ old-customer-file NEXT RECORD
                   AT END
                       SET old-cust-file-eof TO TRUE
                   NOT AT END
                       PERFORM Convert-One-Customer
               END-READ
           END-PERFORM
           CLOSE old-customer-file
           CLOSE customer-file

           MOVE customer-count TO count-display
           MOVE SPACES TO report-line
           STRING "CUSTOMERS CONVERTED:   " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Convert-One-Customer copies the old record      *
      *  field by field into the widened layout, the     *
      *  language at spaces -- English until the         *
      *  custlang.dat deck says otherwise.  The numeric  *
      *  fields that may hold spaces move as raw bytes   *
      *  so their spaces-means-unset convention          *
      *  survives.                                       *
      *                                                  *
      ****************************************************

       Convert-One-Customer SECTION.

           MOVE SPACES TO customer-record
           MOVE old-c-code         TO file-c-code
           MOVE old-c-name         TO file-c-name
           MOVE old-c-address      TO file-c-address
           MOVE old-c-limit        TO file-c-limit
           MOVE old-c-area         TO file-c-area
           MOVE old-c-hold         TO file-c-hold
           MOVE old-c-currency     TO file-c-currency
           MOVE old-c-order        TO file-c-order
           MOVE old-c-contact      TO file-c-contact
           MOVE old-c-phone        TO file-c-phone
           MOVE old-c-email        TO file-c-email
           MOVE old-c-rep          TO file-c-rep
           MOVE old-c-tax          TO file-c-tax
           MOVE old-c-fc-exempt    TO file-c-fc-exempt
           MOVE old-c-parent       TO file-c-parent
           MOVE old-c-status       TO file-c-status
           MOVE old-c-terms        TO file-c-terms
           MOVE old-c-inv-mode     TO file-c-inv-mode
           MOVE old-c-bureau-score TO file-c-bureau-score(1:3)
           MOVE old-c-score-date   TO file-c-score-date(1:8)
           MOVE old-c-tax-exp      TO file-c-tax-exp(1:8)
           MOVE old-c-delivery     TO file-c-delivery
           MOVE old-c-tp-id        TO file-c-tp-id
           MOVE old-c-lead-days    TO file-c-lead-days(1:3)
           MOVE old-c-group-ref    TO file-c-group-ref
           MOVE old-c-ic-company   TO file-c-ic-company
           MOVE old-c-factored     TO file-c-factored
           MOVE old-c-pay-mode     TO file-c-pay-mode
           MOVE old-c-stmt-cycle   TO file-c-stmt-cycle(1:2)
           MOVE old-c-stmt-always  TO file-c-stmt-always
           MOVE old-c-collector    TO file-c-collector
           MOVE old-c-agency-state TO file-c-agency-state
           MOVE SPACES             TO file-c-language

           WRITE customer-record
               INVALID KEY
                   DISPLAY "CUSTCNVG: COULD NOT WRITE CUSTOMER "
                       old-c-code
           END-WRITE
           ADD 1 TO customer-count.
           EXIT.
