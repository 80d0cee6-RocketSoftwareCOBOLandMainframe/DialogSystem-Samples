      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared lot-source lookup.  Given an item and a supplier lot  *
      * it finds the goods receipt the lot came in on -- the "IN "   *
      * movement CUSTRCPT left on the invmove.dat ledger for that    *
      * item and lot against a purchase order (the PO number rides   *
      * in the ledger's source slot, as CUSTSUPS reads it) -- and    *
      * hands back the PO, the po.ism line for the item, the         *
      * supplier it was bought from and the unit cost agreed on the  *
      * line (or the item's standard cost where the line carries     *
      * none).  Customer returns coming back in ("RMA") are not      *
      * receipts and are passed over.  Where the lot came in on more *
      * than one delivery the latest is taken.  A lot with no PO     *
      * receipt on the ledger -- an untracked item, a receipt keyed  *
      * without a PO, or a site with no invmove.dat or po.ism --     *
      * comes back with the supplier at spaces and the PO at zero.   *
      * Called by VOCRMA when a return is sent back to the supplier. *
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
       PROGRAM-ID. invlotsr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT movement-file ASSIGN "invmove.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS move-status.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS DYNAMIC
           FILE STATUS IS po-status-code.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  movement-file.
           COPY "invmove.cpy".

       FD  po-file.
           COPY "porec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       WORKING-STORAGE SECTION.

       01  move-status                 PIC XX.
           88  move-file-ok            VALUE "00".
           88  move-file-eof           VALUE "10".
           88  move-file-not-found     VALUE "35".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-eof             VALUE "10".
           88  po-file-not-found       VALUE "35".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       77  receipt-po-no               PIC 9(6).
       77  po-line-found-switch        PIC X VALUE "N".
           88  po-line-found               VALUE "Y".

       LINKAGE SECTION.

       01  lsr-item-code               PIC X(4).
       01  lsr-lot-no                  PIC X(6).
       01  lsr-po-no                   PIC 9(6).
       01  lsr-po-line                 PIC 9(3).
       01  lsr-supplier                PIC X(4).
       01  lsr-unit-cost               PIC 9(5)V99 COMP.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING lsr-item-code, lsr-lot-no, lsr-po-no,
                                lsr-po-line, lsr-supplier,
                                lsr-unit-cost.

       Main-Process SECTION.

           MOVE 0      TO lsr-po-no
           MOVE 0      TO lsr-po-line
           MOVE SPACES TO lsr-supplier
           MOVE 0      TO lsr-unit-cost
           IF  lsr-lot-no = SPACES
               GOBACK
           END-IF

           PERFORM Find-Lot-Receipt
           IF  receipt-po-no = 0
               GOBACK
           END-IF

           PERFORM Find-Po-Line.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Find-Lot-Receipt reads the ledger through for   *
      *  the item and lot's receipts against a purchase  *
      *  order, keeping the latest.                      *
      *                                                  *
      ****************************************************

       Find-Lot-Receipt SECTION.

           MOVE 0 TO receipt-po-no
           OPEN INPUT movement-file
           IF  move-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL move-file-eof
               READ movement-file
                   AT END
                       SET move-file-eof TO TRUE
                   NOT AT END
                       IF  movement-in
                               AND mv-item-code = lsr-item-code
                               AND mv-lot-no = lsr-lot-no
                               AND mv-reason NOT = "RMA"
                               AND mv-source-ord NUMERIC
                               AND mv-source-ord > 0
                           MOVE mv-source-ord TO receipt-po-no
                       END-IF
               END-READ
           END-PERFORM

           CLOSE movement-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Po-Line finds the receipt's PO line for    *
      *  the item, as Score-One-Receipt in CUSTSUPS.CBL  *
      *  does, and prices the goods at the line's        *
      *  agreed cost.                                    *
      *                                                  *
      ****************************************************

       Find-Po-Line SECTION.

           OPEN INPUT po-file
           IF  po-file-not-found
               EXIT SECTION
           END-IF

           MOVE "N" TO po-line-found-switch
           MOVE receipt-po-no TO po-no
           MOVE 0 TO po-line-no
           START po-file KEY IS NOT LESS THAN po-key
               INVALID KEY
                   SET po-file-eof TO TRUE
           END-START
           PERFORM UNTIL po-file-eof OR po-line-found
               READ po-file NEXT RECORD
                   AT END
                       SET po-file-eof TO TRUE
                   NOT AT END
                       IF  po-no NOT = receipt-po-no
                           SET po-file-eof TO TRUE
                       ELSE
                           IF  po-item-code = lsr-item-code
                               SET po-line-found TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE po-file

           IF  NOT po-line-found
               EXIT SECTION
           END-IF

           MOVE po-no       TO lsr-po-no
           MOVE po-line-no  TO lsr-po-line
           MOVE po-supplier TO lsr-supplier
           IF  po-unit-cost NUMERIC AND po-unit-cost > 0
               MOVE po-unit-cost TO lsr-unit-cost
               EXIT SECTION
           END-IF

           OPEN INPUT inventory-file
           IF  inv-file-ok
               MOVE lsr-item-code TO inv-code
               READ inventory-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE inv-order-price TO lsr-unit-cost
               END-READ
               CLOSE inventory-file
           END-IF.
           EXIT.
