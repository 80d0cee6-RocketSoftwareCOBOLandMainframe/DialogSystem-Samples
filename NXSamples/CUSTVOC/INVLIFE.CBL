      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared item-lifecycle gate.  Given an item and the quantity  *
      * wanted, answers whether the item may still be sold: an       *
      * active item always may; a run-out item only while its free   *
      * stock (on-hand less inv-alloc-qty) covers the quantity, so   *
      * what is left is sold and nothing more is promised; a         *
      * discontinued or blocked item never.  A refusal comes back    *
      * with the reason and the first subst.ism alternate, in        *
      * preference order, that is itself still sold and has the      *
      * free stock to cover the quantity -- spaces when there is     *
      * none -- so the caller can offer it instead.  VOCQUOT,        *
      * VOCSTND, CUSTOIMP and CUSTSTGN ask here; VOCORD applies the  *
      * same rules against the kit-aware free stock it has already   *
      * worked out.                                                  *
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
       PROGRAM-ID. invlife.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT subst-file ASSIGN "subst.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sub-key
           ACCESS IS DYNAMIC
           FILE STATUS IS sub-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  subst-file.
           COPY "substrec.cpy".

       WORKING-STORAGE SECTION.

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  sub-status                  PIC XX.
           88  sub-file-ok             VALUE "00".
           88  sub-file-not-found      VALUE "35".
       77  sub-eof-switch              PIC X VALUE "N".
           88  sub-eof                 VALUE "Y".

       77  held-alloc-qty              PIC 9(5) COMP.
       77  free-stock                  PIC S9(6) COMP.
       77  free-stock-display          PIC ZZZZ9.

       LINKAGE SECTION.

       01  life-item-code              PIC X(4).
       01  life-qty                    PIC 9(5) COMP.
      *  life-verdict comes back "Y" when the item may be sold for
      *  the quantity, "N" when it may not.
       01  life-verdict                PIC X.
       01  life-reason                 PIC X(40).
       01  life-substitute             PIC X(4).
      *  life-status returns the item's inv-life-status, "A" for an
      *  active one, for a caller with a stricter rule of its own.
       01  life-status                 PIC X.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING life-item-code, life-qty,
                                life-verdict, life-reason,
                                life-substitute, life-status.

       Main-Process SECTION.

           MOVE "N"    TO life-verdict
           MOVE SPACES TO life-reason
           MOVE SPACES TO life-substitute
           MOVE SPACE  TO life-status

           OPEN INPUT inventory-file
           IF  NOT inv-file-ok
               MOVE "PRODUCT MASTER NOT AVAILABLE" TO life-reason
               GOBACK
           END-IF

           MOVE life-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   MOVE "ITEM NOT ON PRODUCT MASTER" TO life-reason
                   CLOSE inventory-file
                   GOBACK
           END-READ

           MOVE inv-life-status TO life-status
           IF  item-active
               MOVE "A" TO life-status
           END-IF

           PERFORM Compute-Free-Stock
           EVALUATE TRUE
               WHEN item-discontinued
                   MOVE "ITEM DISCONTINUED -- NO LONGER SOLD"
                       TO life-reason
               WHEN item-blocked
                   MOVE "ITEM BLOCKED -- QUALITY HOLD" TO life-reason
               WHEN item-run-out AND free-stock < life-qty
                   MOVE "RUN-OUT ITEM -- NO FREE STOCK LEFT"
                       TO life-reason
               WHEN item-run-out
                   MOVE "Y" TO life-verdict
                   MOVE free-stock TO free-stock-display
                   STRING "RUN-OUT ITEM -- " free-stock-display
                          " LEFT TO SELL"
                       DELIMITED BY SIZE INTO life-reason
               WHEN OTHER
                   MOVE "Y" TO life-verdict
           END-EVALUATE

           IF  life-verdict = "N"
               PERFORM Find-Substitute
           END-IF

           CLOSE inventory-file.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Compute-Free-Stock works out what the loaded      *
      *  invmast record can still promise -- inv-alloc-qty   *
      *  carries spaces on records written before              *
      *  allocation existed, so it guards with a NUMERIC        *
      *  test the way VOCORD does.                              *
      *                                                  *
      ****************************************************

       Compute-Free-Stock SECTION.

           IF  inv-alloc-qty NUMERIC
               MOVE inv-alloc-qty TO held-alloc-qty
           ELSE
               MOVE 0 TO held-alloc-qty
           END-IF
           COMPUTE free-stock = inv-quantity - held-alloc-qty.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Substitute walks the refused item's            *
      *  alternates in preference order and stops at the      *
      *  first one still sold with the free stock to cover      *
      *  the quantity.                                          *
      *                                                  *
      ****************************************************

       Find-Substitute SECTION.

           OPEN INPUT subst-file
           IF  NOT sub-file-ok
               EXIT SECTION
           END-IF

           MOVE "N" TO sub-eof-switch
           MOVE life-item-code TO sub-item-code
           MOVE 0              TO sub-pref
           START subst-file KEY IS NOT LESS THAN sub-key
               INVALID KEY
                   SET sub-eof TO TRUE
           END-START

           PERFORM UNTIL sub-eof
               READ subst-file NEXT RECORD
                   AT END
                       SET sub-eof TO TRUE
               END-READ
               IF  NOT sub-eof
                   IF  sub-item-code NOT = life-item-code
                       SET sub-eof TO TRUE
                   ELSE
                       PERFORM Check-One-Substitute
                       IF  life-substitute NOT = SPACES
                           SET sub-eof TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE subst-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-One-Substitute SECTION.

           MOVE sub-alt-code TO inv-code
           READ inventory-file
               INVALID KEY
                   EXIT SECTION
           END-READ

           IF  item-discontinued OR item-blocked
               EXIT SECTION
           END-IF
           PERFORM Compute-Free-Stock
           IF  free-stock >= life-qty
               MOVE sub-alt-code TO life-substitute
           END-IF.
           EXIT.
