      * kit prices as one line but its components carry the stock,   *
      * so ordering a starter pack reserves (and shipping it         *
      * draws) four component balances, not a phantom kit balance.   *
      * Kits assembled ahead of demand on an INVASSM work order are  *
      * real stock on the kit's own record, and modes "B", "T" and   *
      * "U" reserve, ship and release that built stock exactly as    *
      * "A", "S" and "R" do an ordinary item's -- no explosion.      *
      * The same three modes hold stock consigned to a customer's    *
      * site off free-to-sell (INVXFER), and ship it when the        *
      * customer reports using it (CUSTCNSU) or the count            *
      * reconciliation settles it (CUSTCNSC).                        *
      * Quantities are floored at zero rather than wrapped, so a     *
      * double release is harmless.  Called by VOCORD/VOCFULF/       *
      * VOCDEL/VOCAPPR, the INVASSM work orders and the consignment  *
      * runs.                                                        *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      *  Exploded components ship untracked -- the lot a caller
      *  names belongs to the kit line, not to any one component.
       77  no-lot-no                   PIC X(6) VALUE SPACES.
      *  Only a goods receipt against a purchase order carries
      *  costs onto the movement ledger -- zero here.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.

       LINKAGE SECTION.

      *  alloc-mode "A" reserves the quantity, "S" ships the
      *  reservation (decrement on-hand and allocated, post the
      *  OUT movement), "R" releases it (hand the allocated
      *  quantity back).  "B", "T" and "U" do the same against a
      *  kit's own built stock (see ordl-stock-flag "K" in
      *  ordlinrc.cpy), leaving its components alone.
       01  alloc-mode                  PIC X.
           88  alloc-built-kit-mode        VALUE "B" "T" "U".
       01  alloc-qty                   PIC 9(5) COMP.
       01  alloc-ord-no                PIC 9(6).
      *  alloc-location is the stock location a shipment draws
           MOVE "N" TO kit-exploded-switch
           MOVE "N" TO bom-eof-switch

      *  Built kits carry their own stock -- nothing to explode.
           IF  alloc-built-kit-mode
               MOVE 1 TO component-count
               MOVE alloc-item-code TO comp-item-code(1)
               MOVE 1               TO comp-per-kit(1)
               EXIT SECTION
           END-IF

           OPEN INPUT bom-file
           IF  NOT bom-file-not-found
               MOVE alloc-item-code TO bom-kit-code

           EVALUATE alloc-mode
               WHEN "A"
               WHEN "B"
                   ADD comp-apply-qty TO held-alloc-qty
               WHEN OTHER
                   IF  held-alloc-qty > comp-apply-qty
                   END-IF
           END-EVALUATE

           IF  alloc-mode = "S" OR alloc-mode = "T"
               IF  held-on-hand > comp-apply-qty
                   SUBTRACT comp-apply-qty FROM held-on-hand
               ELSE
                   CALL "invmove" USING comp-item-code(comp-ind),
                                         "OUT", movement-qty,
                                         alloc-ord-no, "KIT",
                                         alloc-location, no-lot-no,
                                         no-movement-costs
                   END-CALL
               ELSE
                   CALL "invmove" USING comp-item-code(comp-ind),
                                         "OUT", movement-qty,
                                         alloc-ord-no, "   ",
                                         alloc-location,
                                         alloc-lot-no,
                                         no-movement-costs
                   END-CALL
               END-IF
               COMPUTE movement-qty = 0 - comp-apply-qty
