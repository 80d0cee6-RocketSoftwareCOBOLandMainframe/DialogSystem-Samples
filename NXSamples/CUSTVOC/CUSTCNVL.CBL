      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * One-shot order-file conversion for the proof-of-delivery     *
      * fields.  The three bytes left in the expansion space could   *
      * not hold a delivered date and a signatory, so -- like        *
      * CUSTCNVX before it -- this is a real record-length change:   *
      * every record is read off the existing order.ism under the    *
      * layout it was written with (frozen inline below, NOT a COPY  *
      * of the living copybook) and written back out to ordcnvl.ism  *
      * under the widened layout, with the delivery fields and the   *
      * new expansion space at known spaces.  Once the run report    *
      * balances, ordcnvl.ism replaces order.ism.  ordarch.dat is    *
      * untouched -- the archive layout carries no delivery detail.  *
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
       PROGRAM-ID. custcnvl.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS old-ord-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS old-status.

           SELECT order-file ASSIGN "ordcnvl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT report-file ASSIGN "custcnvl.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  old-order-record is the layout order.ism was written with
      *  just before the proof-of-delivery widening -- kept inline
      *  here, byte for byte, because this program is the only
      *  place the old shape is still needed.
       FD  old-order-file.
       01  old-order-record.
           03  old-ord-key.
               05  old-ord-c-code      PIC X(5).
               05  old-ord-no          PIC 9(6).
           03  old-ord-date            PIC 9(8).
           03  old-ord-val             PIC 9(7)V99 COMP.
           03  old-ord-pay-val         PIC 9(7)V99 COMP.
           03  old-ord-currency        PIC X(3).
           03  old-ord-void-flag       PIC X.
           03  old-ord-void-reason     PIC X(20).
           03  old-ord-void-date       PIC 9(8).
           03  old-ord-tax             PIC 9(7)V99 COMP.
           03  old-ord-disc            PIC X(7).
           03  old-ord-gl-flag         PIC X.
           03  old-ord-appr-status     PIC X.
           03  old-ord-shipto          PIC X(3).
           03  old-ord-due-date        PIC X(8).
           03  old-ord-ful-status      PIC X.
           03  old-ord-ship-date       PIC X(8).
           03  old-ord-carrier         PIC X(3).
           03  old-ord-freight         PIC 9(5)V99 COMP.
           03  old-ord-disp-flag       PIC X.
           03  old-ord-disp-reason     PIC X(20).
           03  old-ord-disp-date       PIC X(8).
           03  old-ord-settled-flag    PIC X.
           03  old-ord-tax-juris       PIC X(7).
           03  FILLER                  PIC X(3).

       FD  order-file.
           COPY "custordr.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  old-status                  PIC XX.
           88  old-file-ok             VALUE "00".
           88  old-file-eof            VALUE "10".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       77  order-count                 PIC 9(7) COMP.
       77  count-display               PIC ZZZZZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           MOVE 0 TO order-count
           OPEN OUTPUT report-file
           OPEN INPUT old-order-file
           OPEN OUTPUT order-file

           PERFORM UNTIL old-file-eof
               READ old-order-file NEXT RECORD
                   AT END
                       SET old-file-eof TO TRUE
                   NOT AT END
                       PERFORM Convert-One-Order
               END-READ
           END-PERFORM

           CLOSE old-order-file
           CLOSE order-file

           MOVE order-count TO count-display
           MOVE SPACES TO report-line
           STRING "ORDERS CONVERTED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Convert-One-Order copies the old record field by  *
      *  field into the widened layout -- the delivery        *
      *  fields at spaces, since no carrier has reported on    *
      *  an existing order -- with the character-for-           *
      *  character fields (including the possibly-spaces         *
      *  date and discount fields) moved as raw bytes so their   *
      *  spaces-means-unset convention survives the copy.        *
      *                                                  *
      ****************************************************

       Convert-One-Order SECTION.

           MOVE SPACES TO order-record
           MOVE old-ord-c-code       TO ord-c-code
           MOVE old-ord-no           TO ord-no
           MOVE old-ord-date         TO ord-date
           MOVE old-ord-val          TO ord-val
           MOVE old-ord-pay-val      TO ord-pay-val
           MOVE old-ord-currency     TO ord-currency
           MOVE old-ord-void-flag    TO ord-void-flag
           MOVE old-ord-void-reason  TO ord-void-reason
           MOVE old-ord-void-date    TO ord-void-date
           MOVE old-ord-tax          TO ord-tax
           MOVE old-ord-disc         TO ord-disc(1:7)
           MOVE old-ord-gl-flag      TO ord-gl-flag
           MOVE old-ord-appr-status  TO ord-appr-status
           MOVE old-ord-shipto       TO ord-shipto
           MOVE old-ord-due-date     TO ord-due-date(1:8)
           MOVE old-ord-ful-status   TO ord-ful-status
           MOVE old-ord-ship-date    TO ord-ship-date(1:8)
           MOVE old-ord-carrier      TO ord-carrier
           MOVE old-ord-freight      TO ord-freight
           MOVE old-ord-disp-flag    TO ord-disp-flag
           MOVE old-ord-disp-reason  TO ord-disp-reason
           MOVE old-ord-disp-date    TO ord-disp-date(1:8)
           MOVE old-ord-settled-flag TO ord-settled-flag
           MOVE old-ord-tax-juris    TO ord-tax-juris
           MOVE SPACES               TO ord-dlv-status
           MOVE SPACES               TO ord-dlv-date(1:8)
           MOVE SPACES               TO ord-dlv-signed
           MOVE SPACES               TO ord-dlv-exception

           WRITE order-record
               INVALID KEY
                   DISPLAY "CUSTCNVL: COULD NOT WRITE ORDER "
                       old-ord-no
           END-WRITE
           ADD 1 TO order-count.
           EXIT.
