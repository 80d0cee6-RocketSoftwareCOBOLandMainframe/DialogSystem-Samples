      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * One-shot conversion for the requested-ship-date fields.      *
      * The customer record had one byte of expansion space left     *
      * and the order-line record none, so the customer's normal     *
      * lead time and the line's requested date, shipped date,       *
      * shipped quantity and late/short reason need a real record-   *
      * length change -- like CUSTCNVM before it, one run widens     *
      * both files.  Every record is read off the existing cust.ism  *
      * and ordline.ism under the layout it was written with (frozen *
      * inline below, NOT a COPY of the living copybooks) and        *
      * written back out to custcnvt.ism and olncnvt.ism under the   *
      * widened layouts, with the new fields and the new expansion   *
      * space at known spaces.  Once the run report balances, the    *
      * converted files replace the originals.                       *
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
       PROGRAM-ID. custcnvt.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS old-c-code
           ALTERNATE RECORD KEY IS old-c-name WITH DUPLICATES
           ACCESS IS SEQUENTIAL
           FILE STATUS IS old-cust-status.

           SELECT customer-file ASSIGN "custcnvt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT old-ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS old-ordl-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS old-line-status.

           SELECT ordline-file ASSIGN "olncnvt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS line-status.

           SELECT report-file ASSIGN "custcnvt.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  The old-... records are the layouts the two files were
      *  written with just before the requested-date widening --
      *  kept inline here, byte for byte, because this program is
      *  the only place the old shapes are still needed.
       FD  old-customer-file.
       01  old-customer-record.
           03  old-c-code              PIC X(5).
           03  old-c-name              PIC X(15).
           03  old-c-address           PIC X(60).
           03  old-c-limit             PIC 9(8) COMP.
           03  old-c-area              PIC X.
           03  old-c-hold              PIC X.
           03  old-c-currency          PIC X(3).
           03  old-c-order.
             78  no-of-old-orders          VALUE 10.
               05  old-c-order-entry OCCURS no-of-old-orders.
                   07  old-ord-slot-no   PIC 9(6).
                   07  old-ord-slot-date PIC 9(6).
                   07  old-ord-slot-val  PIC 9(4)V99 COMP.
                   07  old-pay-slot-val  PIC 9(4)V99 COMP.
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
           03  FILLER                  PIC X.

       FD  customer-file.
           COPY "custrec.cpy".

       FD  old-ordline-file.
       01  old-ordline-record.
           03  old-ordl-key            PIC X(14).
           03  old-ordl-item-code      PIC X(4).
           03  old-ordl-qty            PIC 9(5) COMP.
           03  old-ordl-unit-price     PIC 9(5)V99 COMP.
           03  old-ordl-extension      PIC 9(7)V99 COMP.
           03  old-ordl-stock-flag     PIC X.
           03  old-ordl-location       PIC X(3).
           03  old-ordl-lot-no         PIC X(6).

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  old-cust-status             PIC XX.
           88  old-cust-file-ok        VALUE "00".
           88  old-cust-file-eof       VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  old-line-status             PIC XX.
           88  old-line-file-ok        VALUE "00".
           88  old-line-file-eof       VALUE "10".
           88  old-line-file-not-found VALUE "35".

       01  line-status                 PIC XX.
           88  line-file-ok            VALUE "00".

       77  customer-count              PIC 9(7) COMP.
       77  line-count                  PIC 9(7) COMP.
       77  count-display               PIC ZZZZZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           MOVE 0 TO customer-count
           MOVE 0 TO line-count
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

      *  A site that never wrote an order line has no ordline.ism
      *  to convert -- the new file is simply created empty.
           OPEN INPUT old-ordline-file
           OPEN OUTPUT ordline-file
           IF  old-line-file-not-found
               SET old-line-file-eof TO TRUE
           END-IF
           PERFORM UNTIL old-line-file-eof
               READ old-ordline-file NEXT RECORD
                   AT END
                       SET old-line-file-eof TO TRUE
                   NOT AT END
                       PERFORM Convert-One-Line
               END-READ
           END-PERFORM
           IF  NOT old-line-file-not-found
               CLOSE old-ordline-file
           END-IF
           CLOSE ordline-file

           MOVE customer-count TO count-display
           MOVE SPACES TO report-line
           STRING "CUSTOMERS CONVERTED:   " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE line-count TO count-display
           MOVE SPACES TO report-line
           STRING "ORDER LINES CONVERTED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Convert-One-Customer copies the old record field   *
      *  by field into the widened layout, the lead time at   *
      *  spaces -- custreqd's default applies until the       *
      *  CUSTLEAD deck sets one.  The possibly-spaces score,    *
      *  date and order-slot fields move as raw bytes so         *
      *  their spaces-means-unset convention survives.           *
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
           MOVE SPACES             TO file-c-lead-days(1:3)

           WRITE customer-record
               INVALID KEY
                   DISPLAY "CUSTCNVT: COULD NOT WRITE CUSTOMER "
                       old-c-code
           END-WRITE
           ADD 1 TO customer-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Convert-One-Line copies the old order line into    *
      *  the widened layout with the requested and shipped    *
      *  fields at spaces -- nothing was asked for or          *
      *  measured on a line written before they existed, so     *
      *  the on-time-in-full report leaves such lines out.      *
      *                                                  *
      ****************************************************

       Convert-One-Line SECTION.

           MOVE SPACES TO ordline-record
           MOVE old-ordl-key        TO ordl-key
           MOVE old-ordl-item-code  TO ordl-item-code
           MOVE old-ordl-qty        TO ordl-qty
           MOVE old-ordl-unit-price TO ordl-unit-price
           MOVE old-ordl-extension  TO ordl-extension
           MOVE old-ordl-stock-flag TO ordl-stock-flag
           MOVE old-ordl-location   TO ordl-location
           MOVE old-ordl-lot-no     TO ordl-lot-no

           WRITE ordline-record
               INVALID KEY
                   DISPLAY "CUSTCNVT: COULD NOT WRITE LINE "
                       old-ordl-key
           END-WRITE
           ADD 1 TO line-count.
           EXIT.
