      * netting to nothing at item level) to the invmove.dat         *
      * ledger, so sixty miles of van journey leaves the same paper  *
      * trail a receipt does.  invmast.ism's total is untouched:     *
      * the goods moved, they did not appear or vanish.  A line      *
      * naming a customer moves the stock onto a consignment         *
      * location at that customer's site: the location is marked as  *
      * theirs on invloc.ism, the movements carry reason "CNS" and   *
      * the quantity is reserved through the invalloc keeper so it   *
      * is never promised to anyone else -- it is still our stock    *
      * and still valued, and nothing is billed until the customer   *
      * reports using it (CUSTCNSU.CBL).  Bringing it back releases  *
      * the reservation.                                             *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ORGANIZATION IS INDEXED
           RECORD KEY IS loc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS loc-status
           lock MODE IS AUTOMATIC.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "invxfer.prt"
           ORGANIZATION IS LINE SEQUENTIAL.
           03  xf-from-loc              PIC X(3).
           03  xf-to-loc                PIC X(3).
           03  xf-qty                   PIC 9(5).
      *  Customer whose consignment location xf-to-loc is -- blank
      *  for a move between our own locations or back from a
      *  customer's site.
           03  xf-consign-c-code        PIC X(5).

       FD  invloc-file.
           COPY "locrec.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       01  loc-status                  PIC XX.
           88  loc-file-ok             VALUE "00".
           88  loc-file-not-found      VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       77  from-loc-qty                PIC 9(5) COMP.
      *  The customers the two ends of the transfer are consigned
      *  to -- spaces for our own warehouses and stores.
       77  from-consign-c-code         PIC X(5).
       77  to-consign-c-code           PIC X(5).
       77  alloc-qty                   PIC 9(5) COMP.
      *  "XFR" between our own locations, "CNS" onto or off a
      *  customer's consignment location.
       77  xfer-reason                 PIC X(3).
       77  location-delta              PIC S9(5) COMP.
      *  Transfers have no source order -- the movement ledger
      *  carries zero in that slot, as receipts do -- and pick no
      *  lot.
       77  zero-ord-no                 PIC 9(6) VALUE 0.
       77  no-lot-no                   PIC X(6) VALUE SPACES.
      *  Only a goods receipt against a purchase order carries
      *  costs onto the movement ledger -- zero here.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.

       77  transfers-applied           PIC 9(6) COMP.
       77  transfers-rejected          PIC 9(6) COMP.
           MOVE 0 TO transfers-rejected

           OPEN INPUT xfer-deck-file
           OPEN I-O invloc-file
           IF  loc-file-not-found
               OPEN OUTPUT invloc-file
               CLOSE invloc-file
               OPEN I-O invloc-file
           END-IF
           OPEN INPUT customer-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
      *  locations must differ, and the sending location     *
      *  must actually hold the quantity -- then moves the    *
      *  split through invlocup and posts the movement pair.   *
      *  Stock goes onto a customer's consignment location    *
      *  only from one of our own, and only for the customer  *
      *  the location is (or is about to be) marked for.      *
      *                                                  *
      ****************************************************

               EXIT SECTION
           END-IF

           PERFORM Get-To-Location-Customer
           IF  xf-consign-c-code NOT = SPACES
               MOVE xf-consign-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "UNKNOWN CUSTOMER -- SKIPPED" TO dl-result
                       PERFORM Print-Reject-Line
                       EXIT SECTION
               END-READ
               IF  account-closed
                   MOVE "CUSTOMER ACCOUNT CLOSED -- SKIPPED"
                       TO dl-result
                   PERFORM Print-Reject-Line
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN to-consign-c-code NOT = SPACES
                       AND to-consign-c-code NOT = xf-consign-c-code
                   MOVE "TO-LOCATION CONSIGNED ELSEWHERE -- SKIPPED"
                       TO dl-result
                   PERFORM Print-Reject-Line
                   EXIT SECTION
               WHEN xf-consign-c-code NOT = SPACES
                       AND from-consign-c-code NOT = SPACES
                   MOVE "CONSIGNED STOCK MUST COME BACK FIRST"
                       TO dl-result
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-EVALUATE

           IF  xf-consign-c-code NOT = SPACES
                   OR from-consign-c-code NOT = SPACES
               MOVE "CNS" TO xfer-reason
           ELSE
               MOVE "XFR" TO xfer-reason
           END-IF
           IF  xf-consign-c-code NOT = SPACES
               PERFORM Mark-Consignment-Location
           END-IF

           COMPUTE location-delta = 0 - xf-qty
           CALL "invlocup" USING xf-item-code, xf-from-loc,
                                  location-delta
           COMPUTE location-delta = 0 - xf-qty
           CALL "invmove" USING xf-item-code, "ADJ",
                                 location-delta, zero-ord-no,
                                 xfer-reason, xf-from-loc, no-lot-no,
                                 no-movement-costs
           END-CALL
           MOVE xf-qty TO location-delta
           CALL "invmove" USING xf-item-code, "ADJ",
                                 location-delta, zero-ord-no,
                                 xfer-reason, xf-to-loc, no-lot-no,
                                 no-movement-costs
           END-CALL

      *  Stock on a customer's site is held off free-to-sell on the
      *  item's own record -- "B" reserves it going out, "U" hands
      *  it back when it returns.
           MOVE xf-qty TO alloc-qty
           EVALUATE TRUE
               WHEN xf-consign-c-code NOT = SPACES
                   CALL "invalloc" USING xf-item-code, "B",
                                          alloc-qty, zero-ord-no,
                                          xf-to-loc, no-lot-no
                   END-CALL
                   MOVE "CONSIGNED TO " TO dl-result
                   MOVE xf-consign-c-code TO dl-result(14:5)
               WHEN from-consign-c-code NOT = SPACES
                   CALL "invalloc" USING xf-item-code, "U",
                                          alloc-qty, zero-ord-no,
                                          xf-from-loc, no-lot-no
                   END-CALL
                   MOVE "RETURNED FROM " TO dl-result
                   MOVE from-consign-c-code TO dl-result(15:5)
               WHEN OTHER
                   MOVE "TRANSFERRED" TO dl-result
           END-EVALUATE
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO transfers-applied.

       Get-From-Location-Qty SECTION.

           MOVE 0      TO from-loc-qty
           MOVE SPACES TO from-consign-c-code
           MOVE xf-item-code TO loc-item-code
           MOVE xf-from-loc  TO loc-id
           READ invloc-file
                   CONTINUE
               NOT INVALID KEY
                   MOVE loc-qty TO from-loc-qty
                   MOVE loc-consign-c-code TO from-consign-c-code
           END-READ
           UNLOCK invloc-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-To-Location-Customer reads who (if anyone)     *
      *  the receiving location is consigned to.            *
      *                                                  *
      ****************************************************

       Get-To-Location-Customer SECTION.

           MOVE SPACES TO to-consign-c-code
           MOVE xf-item-code TO loc-item-code
           MOVE xf-to-loc    TO loc-id
           READ invloc-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE loc-consign-c-code TO to-consign-c-code
           END-READ
           UNLOCK invloc-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Mark-Consignment-Location stamps the customer on   *
      *  the receiving location -- creating the record at    *
      *  nothing on hand the first time stock goes there --   *
      *  before invlocup moves the quantity onto it.          *
      *                                                  *
      ****************************************************

       Mark-Consignment-Location SECTION.

           MOVE xf-item-code TO loc-item-code
           MOVE xf-to-loc    TO loc-id
           READ invloc-file
               INVALID KEY
                   MOVE SPACES TO invloc-record
                   MOVE xf-item-code TO loc-item-code
                   MOVE xf-to-loc    TO loc-id
                   MOVE 0            TO loc-qty
                   MOVE xf-consign-c-code TO loc-consign-c-code
                   WRITE invloc-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE xf-consign-c-code TO loc-consign-c-code
                   REWRITE invloc-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           UNLOCK invloc-file.
           EXIT.

      ****************************************************
           MOVE totals-line TO report-line
           WRITE report-line

           CLOSE invloc-file
           CLOSE customer-file
           CLOSE xfer-deck-file
           CLOSE report-file.
           EXIT.
