      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Purchase-order proposals.  INVRORD computes each item's      *
      * reorder point and suggested quantity and INVLOW lists the    *
      * items below it, but every purchase-order line still had to   *
      * be keyed into the poentry.dat deck by hand.  This run works  *
      * out each invmast.ism item's net position:                    *
      *                                                              *
      *     on hand, less inv-alloc-qty already spoken for,          *
      *     less the open backord.ism demand for it,                 *
      *     plus what is still due in on open po.ism lines           *
      *                                                              *
      * and, where that falls below the reorder point, proposes an   *
      * order bringing it back to the point -- at least the item's   *
      * suggested quantity.  An item with no computed point is only  *
      * proposed when its backorders take it below nothing.          *
      * Proposals are sorted by the item's preferred supplier (see   *
      * INVPSUP.CBL), printed for the buyer, and written to          *
      * poentry.dat in exactly the layout CUSTPOEN reads, one        *
      * supplier's lines together so each becomes one purchase       *
      * order.  The expected date and unit cost are left zero so     *
      * CUSTPOEN applies the supplier's lead time and the item's     *
      * cost on the day the deck is loaded.  The buyer strikes or    *
      * edits lines and runs CUSTPOEN on the deck as it stands.      *
      * Items with no preferred supplier, or one no longer on        *
      * suplmast.ism, are printed but kept off the deck.             *
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
       PROGRAM-ID. custpopr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS inv-status.

           SELECT backorder-file ASSIGN "backord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bko-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bkof-status.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS po-status-code.

           SELECT suplmast-file ASSIGN "suplmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sup-code
           ACCESS IS DYNAMIC
           FILE STATUS IS sup-status.

           SELECT sort-work-file ASSIGN "custpopr.srt".

           SELECT po-deck-file ASSIGN "poentry.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT report-file ASSIGN "custpopr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  backorder-file.
           COPY "backorec.cpy".

       FD  po-file.
           COPY "porec.cpy".

       FD  suplmast-file.
           COPY "supprec.cpy".

      *  sw-no-supplier sorts the items nobody has a preferred
      *  supplier for after all the ones that can go on the deck.
       SD  sort-work-file.
       01  sort-record.
           03  sw-no-supplier           PIC X.
           03  sw-supplier              PIC X(4).
           03  sw-item-code             PIC X(4).
           03  sw-on-hand               PIC 9(5) COMP.
           03  sw-alloc                 PIC 9(5) COMP.
           03  sw-backorder             PIC 9(7) COMP.
           03  sw-on-order              PIC 9(7) COMP.
           03  sw-projected             PIC S9(7) COMP.
           03  sw-point                 PIC 9(5) COMP.
           03  sw-qty                   PIC 9(5) COMP.

      *  The deck layout CUSTPOEN reads -- keep the two in step.
       FD  po-deck-file.
       01  po-deck-record.
           03  pd-supplier              PIC X(4).
           03  pd-item-code             PIC X(4).
           03  pd-qty                   PIC 9(5).
           03  pd-expected              PIC 9(8).
           03  pd-unit-cost             PIC 9(5)V99.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".
           88  inv-file-eof            VALUE "10".

       01  bkof-status                 PIC XX.
           88  bkof-file-ok            VALUE "00".
           88  bkof-file-eof           VALUE "10".
           88  bkof-file-not-found     VALUE "35".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-eof             VALUE "10".
           88  po-file-not-found       VALUE "35".

       01  sup-status                  PIC XX.
           88  sup-file-ok             VALUE "00".
           88  sup-file-not-found      VALUE "35".
       77  no-sup-file-switch          PIC X VALUE "N".
           88  no-sup-file              VALUE "Y".

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

      *  need-table carries one line per item met on an open
      *  backorder or an open PO line, in the order first met --
      *  the demand still waiting and the supply still due in.
       78  max-needs                       VALUE 1000.
       77  need-count                  PIC 9(4) COMP.
       77  need-ind                    PIC 9(4) COMP.
       77  need-hit-ind                PIC 9(4) COMP.
       77  needs-overflowed            PIC 9(5) COMP VALUE 0.
       77  need-item-code              PIC X(4).
       01  need-table.
           03  need-entry OCCURS max-needs.
               05  nt-item             PIC X(4).
               05  nt-backorder        PIC 9(7) COMP.
               05  nt-on-order         PIC 9(7) COMP.

       77  item-alloc                  PIC 9(5) COMP.
       77  item-point                  PIC 9(5) COMP.
       77  item-suggest                PIC 9(5) COMP.
       77  item-backorder              PIC 9(7) COMP.
       77  item-on-order               PIC 9(7) COMP.
       77  item-projected              PIC S9(7) COMP.
       77  item-shortfall              PIC 9(7) COMP.
       77  po-line-due                 PIC S9(7) COMP.
       78  max-order-qty                   VALUE 99999.

       77  cur-no-supplier             PIC X VALUE SPACE.
       77  cur-supplier                PIC X(4) VALUE SPACES.
       77  first-line-switch           PIC X VALUE "Y".
           88  first-line               VALUE "Y".
       77  deck-supplier-switch        PIC X VALUE "N".
           88  deck-supplier            VALUE "Y".

       77  items-planned               PIC 9(6) COMP.
       77  lines-proposed              PIC 9(6) COMP.
       77  lines-on-deck               PIC 9(6) COMP.
       77  suppliers-on-deck           PIC 9(5) COMP.

       01  page-title                  PIC X(50) VALUE
               "PURCHASE-ORDER PROPOSALS BY PREFERRED SUPPLIER".

       01  supplier-line.
           03  FILLER                  PIC X(10) VALUE "SUPPLIER ".
           03  sl-supplier             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-name                 PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-note                 PIC X(40).

       01  no-supplier-line            PIC X(60) VALUE
               "NO PREFERRED SUPPLIER -- NOT ON THE DECK".

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(9)  VALUE "  ON HAND".
           03  FILLER                  PIC X(9)  VALUE "    ALLOC".
           03  FILLER                  PIC X(11) VALUE "  BACKORDER".
           03  FILLER                  PIC X(10) VALUE "  ON ORDER".
           03  FILLER                  PIC X(10) VALUE "       NET".
           03  FILLER                  PIC X(8)  VALUE "   POINT".
           03  FILLER                  PIC X(10) VALUE "   PROPOSE".

       01  detail-line.
           03  dl-item                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-on-hand              PIC ZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-alloc                PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-backorder            PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-on-order             PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-projected            PIC Z,ZZZ,ZZ9-.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-point                PIC ZZ,ZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  dl-qty                  PIC ZZ,ZZ9.

       01  totals-line-1.
           03  FILLER                  PIC X(20) VALUE
               "ITEMS PLANNED:".
           03  tl-planned              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
               "  LINES PROPOSED:".
           03  tl-proposed             PIC ZZZ,ZZ9.

       01  totals-line-2.
           03  FILLER                  PIC X(20) VALUE
               "LINES ON THE DECK:".
           03  tl-on-deck              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
               "  SUPPLIERS:".
           03  tl-suppliers            PIC ZZZ,ZZ9.

       01  overflow-line.
           03  FILLER                  PIC X(44) VALUE
               "BACKORDERS/PO LINES NOT NETTED, TABLE FULL:".
           03  ol-count                PIC ZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Backorder-Demand
           PERFORM Load-Open-Po-Lines

           SORT sort-work-file
               ON ASCENDING KEY sw-no-supplier
                                sw-supplier
                                sw-item-code
               INPUT PROCEDURE IS Release-Proposals
               OUTPUT PROCEDURE IS Print-Proposals

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO need-count
           MOVE 0 TO items-planned
           MOVE 0 TO lines-proposed
           MOVE 0 TO lines-on-deck
           MOVE 0 TO suppliers-on-deck

           OPEN INPUT suplmast-file
           IF  sup-file-not-found
               SET no-sup-file TO TRUE
           END-IF
           OPEN OUTPUT po-deck-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Backorder-Demand totals the quantity still    *
      *  waiting on every open backorder, by item.           *
      *                                                  *
      ****************************************************

       Load-Backorder-Demand SECTION.

           OPEN INPUT backorder-file
           IF  bkof-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL bkof-file-eof
               READ backorder-file NEXT RECORD
                   AT END
                       SET bkof-file-eof TO TRUE
                   NOT AT END
                       IF  backorder-open
                           MOVE bko-item-code TO need-item-code
                           PERFORM Find-Need-Slot
                           IF  need-hit-ind > 0
                               ADD bko-qty TO nt-backorder(need-hit-ind)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE backorder-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Open-Po-Lines totals what is still due in on  *
      *  every open PO line -- ordered less received, an      *
      *  over-received line counting as nothing due.           *
      *                                                  *
      ****************************************************

       Load-Open-Po-Lines SECTION.

           OPEN INPUT po-file
           IF  po-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL po-file-eof
               READ po-file NEXT RECORD
                   AT END
                       SET po-file-eof TO TRUE
                   NOT AT END
                       IF  po-line-open
                           COMPUTE po-line-due =
                               po-qty-ordered - po-qty-received
                           IF  po-line-due > 0
                               MOVE po-item-code TO need-item-code
                               PERFORM Find-Need-Slot
                               IF  need-hit-ind > 0
                                   ADD po-line-due
                                       TO nt-on-order(need-hit-ind)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE po-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Find-Need-Slot SECTION.

           MOVE 0 TO need-hit-ind
           PERFORM VARYING need-ind FROM 1 BY 1
                           UNTIL need-ind > need-count
                           OR need-hit-ind > 0
               IF  nt-item(need-ind) = need-item-code
                   MOVE need-ind TO need-hit-ind
               END-IF
           END-PERFORM
           IF  need-hit-ind = 0
               IF  need-count < max-needs
                   ADD 1 TO need-count
                   MOVE need-count TO need-hit-ind
                   MOVE need-item-code TO nt-item(need-hit-ind)
                   MOVE 0 TO nt-backorder(need-hit-ind)
                   MOVE 0 TO nt-on-order(need-hit-ind)
               ELSE
                   ADD 1 TO needs-overflowed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Proposals walks the product master and     *
      *  releases one sort record for every item whose net    *
      *  position has fallen below its reorder point.         *
      *                                                  *
      ****************************************************

       Release-Proposals SECTION.

           OPEN INPUT inventory-file

           PERFORM UNTIL inv-file-eof
               READ inventory-file NEXT RECORD
                   AT END
                       SET inv-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO items-planned
                       PERFORM Plan-One-Item
               END-READ
           END-PERFORM

           CLOSE inventory-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Plan-One-Item nets one item and, when it is short,  *
      *  proposes enough to bring it back up to the point --  *
      *  never less than INVRORD's suggested quantity.         *
      *                                                  *
      ****************************************************

       Plan-One-Item SECTION.

           IF  inv-alloc-qty NUMERIC
               MOVE inv-alloc-qty TO item-alloc
           ELSE
               MOVE 0 TO item-alloc
           END-IF
           IF  inv-reorder-point NUMERIC
               MOVE inv-reorder-point TO item-point
           ELSE
               MOVE 0 TO item-point
           END-IF
           IF  inv-suggest-qty NUMERIC
               MOVE inv-suggest-qty TO item-suggest
           ELSE
               MOVE 0 TO item-suggest
           END-IF

      *  Look the item up without adding it -- an item with no
      *  backorder and nothing on order is simply not in the table.
           MOVE 0 TO item-backorder
           MOVE 0 TO item-on-order
           PERFORM VARYING need-ind FROM 1 BY 1
                           UNTIL need-ind > need-count
               IF  nt-item(need-ind) = inv-code
                   MOVE nt-backorder(need-ind) TO item-backorder
                   MOVE nt-on-order(need-ind)  TO item-on-order
               END-IF
           END-PERFORM

           COMPUTE item-projected = inv-quantity - item-alloc
                                  - item-backorder + item-on-order
           IF  item-projected >= item-point
               EXIT SECTION
           END-IF
           IF  item-projected >= 0 AND item-point = 0
               EXIT SECTION
           END-IF

           COMPUTE item-shortfall = item-point - item-projected
           IF  item-shortfall < item-suggest
               MOVE item-suggest TO item-shortfall
           END-IF
           IF  item-shortfall > max-order-qty
               MOVE max-order-qty TO item-shortfall
           END-IF

           MOVE SPACES TO sort-record
           IF  inv-pref-supplier = SPACES
               MOVE "1" TO sw-no-supplier
           ELSE
               MOVE "0" TO sw-no-supplier
           END-IF
           MOVE inv-pref-supplier TO sw-supplier
           MOVE inv-code          TO sw-item-code
           MOVE inv-quantity      TO sw-on-hand
           MOVE item-alloc        TO sw-alloc
           MOVE item-backorder    TO sw-backorder
           MOVE item-on-order     TO sw-on-order
           MOVE item-projected    TO sw-projected
           MOVE item-point        TO sw-point
           MOVE item-shortfall    TO sw-qty
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Proposals prints the sorted proposals under   *
      *  a heading per supplier and writes each line whose    *
      *  supplier is on file to the poentry.dat deck.          *
      *                                                  *
      ****************************************************

       Print-Proposals SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  first-line
                               OR sw-no-supplier NOT = cur-no-supplier
                               OR sw-supplier NOT = cur-supplier
                           PERFORM Start-Supplier-Group
                       END-IF
                       PERFORM Propose-One-Line
               END-RETURN
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Start-Supplier-Group prints the supplier heading   *
      *  and decides whether its lines can go on the deck.   *
      *                                                  *
      ****************************************************

       Start-Supplier-Group SECTION.

           MOVE "N" TO first-line-switch
           MOVE sw-no-supplier TO cur-no-supplier
           MOVE sw-supplier    TO cur-supplier
           MOVE "N" TO deck-supplier-switch

           MOVE SPACES TO report-line
           WRITE report-line
           IF  sw-no-supplier = "1"
               MOVE no-supplier-line TO report-line
           ELSE
               MOVE SPACES TO supplier-line
               MOVE sw-supplier TO sl-supplier
               IF  no-sup-file
                   MOVE "SUPPLIER NOT ON MASTER -- NOT ON THE DECK"
                       TO sl-note
               ELSE
                   MOVE sw-supplier TO sup-code
                   READ suplmast-file
                       INVALID KEY
                           MOVE
                             "SUPPLIER NOT ON MASTER -- NOT ON THE DECK"
                               TO sl-note
                       NOT INVALID KEY
                           MOVE sup-name TO sl-name
                           SET deck-supplier TO TRUE
                           ADD 1 TO suppliers-on-deck
                   END-READ
               END-IF
               MOVE supplier-line TO report-line
           END-IF
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Propose-One-Line SECTION.

           MOVE SPACES TO detail-line
           MOVE sw-item-code TO dl-item
           MOVE sw-on-hand   TO dl-on-hand
           MOVE sw-alloc     TO dl-alloc
           MOVE sw-backorder TO dl-backorder
           MOVE sw-on-order  TO dl-on-order
           MOVE sw-projected TO dl-projected
           MOVE sw-point     TO dl-point
           MOVE sw-qty       TO dl-qty
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO lines-proposed

           IF  deck-supplier
               MOVE sw-supplier  TO pd-supplier
               MOVE sw-item-code TO pd-item-code
               MOVE sw-qty       TO pd-qty
               MOVE 0            TO pd-expected
               MOVE 0            TO pd-unit-cost
               WRITE po-deck-record
               ADD 1 TO lines-on-deck
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE items-planned  TO tl-planned
           MOVE lines-proposed TO tl-proposed
           MOVE totals-line-1 TO report-line
           WRITE report-line
           MOVE lines-on-deck     TO tl-on-deck
           MOVE suppliers-on-deck TO tl-suppliers
           MOVE totals-line-2 TO report-line
           WRITE report-line
           IF  needs-overflowed > 0
               MOVE needs-overflowed TO ol-count
               MOVE overflow-line TO report-line
               WRITE report-line
           END-IF

           IF  NOT no-sup-file
               CLOSE suplmast-file
           END-IF
           CLOSE po-deck-file
           CLOSE report-file.
           EXIT.
