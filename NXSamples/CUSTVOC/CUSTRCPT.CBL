      *  receipts build the invlot.ism balance the VOCFULF ship
      *  draw-down and the CUSTRCLL recall report work from.
           03  rc-lot-no                PIC X(6).
      *  rc-unit-cost is the unit cost the delivery came in at, off
      *  the supplier's paperwork -- appended likewise; blank means
      *  the PO line's agreed po-unit-cost was charged.
           03  rc-unit-cost             PIC 9(5)V99.
      *  The envelope pass reads the same file as raw lines.
       01  receipt-raw-line             PIC X(80).


       77  movement-qty                PIC S9(5) COMP.
      *  Receipts and adjustments have no source order -- the
      *  movement ledger carries zero in that slot -- except a
      *  receipt against a purchase order, which carries the PO
      *  number there so the CUSTSUPS supplier scorecard can time
      *  the delivery against the PO line's dates.
       77  zero-ord-no                 PIC 9(6) VALUE 0.
       77  receipt-source-no           PIC 9(6).
      *  The receipt's costs go on the movement ledger with it --
      *  what was agreed on the PO line, what the delivery came in
      *  at and the item's standard inv-order-price -- for the
      *  CUSTPPVR purchase-price-variance report.  Adjustments
      *  carry no-movement-costs, zero in all three.
       01  receipt-costs.
           03  actual-cost             PIC 9(5)V99 COMP.
           03  agreed-cost             PIC 9(5)V99 COMP.
           03  standard-cost           PIC 9(5)V99 COMP.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
                   TO dl-result
               PERFORM Print-Reject-Line
           ELSE
               MOVE "ADJUSTED" TO dl-result
               IF  rc-qty > 0
                   MOVE "RECEIVED" TO dl-result
                   MOVE 0 TO receipt-source-no
                   MOVE 0 TO agreed-cost
      *  A receipt naming a purchase-order line counts toward it.
                   IF  rc-po-no NUMERIC AND rc-po-no > 0
                       MOVE rc-po-no TO receipt-source-no
                       PERFORM Match-Po-Receipt
                   END-IF
                   PERFORM Cost-Receipt
                   PERFORM Average-Receipt-Cost
               END-IF
               MOVE inv-qty-held TO inv-quantity
               REWRITE invmast-record
               MOVE inv-qty-held TO dl-on-hand
      *  INVMOVE.CBL and the INVMHIST/INVSLOW reports.
               MOVE rc-qty TO movement-qty
               IF  rc-qty > 0
                   CALL "invmove" USING rc-item-code, "IN ",
                                         movement-qty,
                                         receipt-source-no,
                                         rc-reason, rc-location,
                                         rc-lot-no, receipt-costs
                   END-CALL
      *  A lotted delivery builds the per-lot balance the ship
      *  draw-down and the recall report work from.
                   IF  rc-lot-no NOT = SPACES
                       PERFORM Record-Lot-Receipt
                   END-IF
               ELSE
                   CALL "invmove" USING rc-item-code, "ADJ",
                                         movement-qty, zero-ord-no,
                                         rc-reason, rc-location,
                                         rc-lot-no, no-movement-costs
                   END-CALL
               END-IF
      *  The named location's split moves with the total.
               EXIT SECTION
           END-IF

           IF  po-unit-cost NUMERIC
               MOVE po-unit-cost TO agreed-cost
           END-IF
           ADD rc-qty TO po-qty-received
           IF  po-qty-received >= po-qty-ordered
               MOVE "C" TO po-status
               DELIMITED BY SIZE INTO dl-result.
           EXIT.

      ****************************************************
      *                                                  *
      *  Average-Receipt-Cost re-averages the item's cost   *
      *  over the stock already on hand and the quantity       *
      *  received at its actual cost.  A receipt with no cost   *
      *  known comes in at the current average, which leaves     *
      *  it standing; stock arriving on an empty (or never        *
      *  costed) shelf takes the receipt's cost outright.          *
      *  Negative adjustments draw stock out at the average, so     *
      *  never change it.                                           *
      *                                                  *
      ****************************************************

       Average-Receipt-Cost SECTION.

           IF  actual-cost = 0
               EXIT SECTION
           END-IF
           IF  inv-quantity = 0 OR inv-avg-cost = 0
               MOVE actual-cost TO inv-avg-cost
           ELSE
               COMPUTE inv-avg-cost ROUNDED =
                   ((inv-quantity * inv-avg-cost)
                     + (rc-qty * actual-cost))
                   / (inv-quantity + rc-qty)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Cost-Receipt settles the unit costs the movement  *
      *  ledger carries for a goods receipt: the deck's own    *
      *  cost when keyed, otherwise the agreed PO cost -- the   *
      *  supplier charged what was agreed -- against the         *
      *  item's standard inv-order-price.                         *
      *                                                  *
      ****************************************************

       Cost-Receipt SECTION.

           MOVE inv-order-price TO standard-cost
           IF  rc-unit-cost NUMERIC AND rc-unit-cost > 0
               MOVE rc-unit-cost TO actual-cost
           ELSE
               MOVE agreed-cost TO actual-cost
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
