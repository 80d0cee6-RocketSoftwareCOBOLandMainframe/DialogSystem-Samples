      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * One-shot product-master conversion for the moving-average    *
      * cost and the widened expansion space.  The four bytes left   *
      * in the old expansion space would have held the cost but      *
      * nothing after it, so -- as CUSTCNVX did for the order file   *
      * -- this is a real record-length change: every record is      *
      * read off the existing invmast.ism under the layout it was    *
      * written with (frozen inline below, NOT a COPY of the living  *
      * copybook) and written back out to invcnva.ism under the      *
      * widened layout, with inv-avg-cost seeded from the item's     *
      * inv-order-price -- the only cost the stock has ever been     *
      * valued at -- and the new expansion space at known spaces.    *
      * Once the run report balances, invcnva.ism replaces           *
      * invmast.ism.  invsnap.ism keeps the months already frozen    *
      * at the old cost; CUSTCLOS snapshots at the average from the  *
      * next close on.                                               *
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
       PROGRAM-ID. invcnva.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS old-inv-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS old-status.

           SELECT inventory-file ASSIGN "invcnva.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT report-file ASSIGN "invcnva.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  old-invmast-record is the layout invmast.ism was written
      *  with just before the moving-average widening -- kept
      *  inline here, byte for byte, because this program is the
      *  only place the old shape is still needed.
       FD  old-inventory-file.
       01  old-invmast-record.
           03  old-inv-code            PIC X(4).
           03  old-inv-type            PIC X(14).
           03  old-inv-desc            PIC X(30).
           03  old-inv-quantity        PIC 9(5) COMP.
           03  old-inv-unit-price      PIC 9(5)V99 COMP.
           03  old-inv-order-price     PIC 9(5)V99 COMP.
           03  old-inv-alloc-qty       PIC X(5).
           03  old-inv-reorder-point   PIC X(5).
           03  old-inv-suggest-qty     PIC X(5).
           03  old-inv-count-class     PIC X.
           03  FILLER                  PIC X(4).

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  old-status                  PIC XX.
           88  old-file-ok             VALUE "00".
           88  old-file-eof            VALUE "10".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       77  item-count                  PIC 9(7) COMP.
       77  count-display               PIC ZZZZZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           MOVE 0 TO item-count
           OPEN OUTPUT report-file
           OPEN INPUT old-inventory-file
           OPEN OUTPUT inventory-file

           PERFORM UNTIL old-file-eof
               READ old-inventory-file NEXT RECORD
                   AT END
                       SET old-file-eof TO TRUE
                   NOT AT END
                       PERFORM Convert-One-Item
               END-READ
           END-PERFORM

           CLOSE old-inventory-file
           CLOSE inventory-file

           MOVE item-count TO count-display
           MOVE SPACES TO report-line
           STRING "ITEMS CONVERTED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Convert-One-Item copies the old record field by   *
      *  field into the widened layout, seeding the average  *
      *  cost from inv-order-price, with the carved-out         *
      *  display fields (possibly spaces on items never run      *
      *  through INVRORD or allocated against) moved as raw       *
      *  bytes so their spaces-means-unset convention survives.    *
      *                                                  *
      ****************************************************

       Convert-One-Item SECTION.

           MOVE SPACES TO invmast-record
           MOVE old-inv-code          TO inv-code
           MOVE old-inv-type          TO inv-type
           MOVE old-inv-desc          TO inv-desc
           MOVE old-inv-quantity      TO inv-quantity
           MOVE old-inv-unit-price    TO inv-unit-price
           MOVE old-inv-order-price   TO inv-order-price
           MOVE old-inv-alloc-qty     TO inv-alloc-qty(1:5)
           MOVE old-inv-reorder-point TO inv-reorder-point(1:5)
           MOVE old-inv-suggest-qty   TO inv-suggest-qty(1:5)
           MOVE old-inv-count-class   TO inv-count-class
           MOVE old-inv-order-price   TO inv-avg-cost

           WRITE invmast-record
               INVALID KEY
                   DISPLAY "INVCNVA: COULD NOT WRITE ITEM "
                       old-inv-code
           END-WRITE
           ADD 1 TO item-count.
           EXIT.
