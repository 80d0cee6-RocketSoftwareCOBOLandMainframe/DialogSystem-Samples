               88  movement-adjust         VALUE "ADJ".
           03  mv-qty                  PIC S9(5)
                                       SIGN LEADING SEPARATE.
      *  mv-source-ord is the sales order behind an "OUT" movement;
      *  on an "IN " goods receipt against a purchase order it is
      *  the PO number instead (see CUSTRCPT.CBL), and on an "IN "
      *  return with reason "RMA" the sales order the goods came
      *  back from (see VOCRMA.CBL).  An "ADJ" with reason "SCR"
      *  writes off returned goods the RMA receipt scrapped, and
      *  carries the sales order they came back from; one with
      *  reason "RTS" sends quarantined goods back to the supplier
      *  on a supplier return (see CUSTSRTN.CBL), and carries the
      *  purchase order they came in on.  An "ADJ" with reason
      *  "BLD" draws components into kits on an assembly work
      *  order, or receives the built kits, and one with reason
      *  "DIS" breaks kits back into components (see INVASSM.CBL);
      *  both carry the work order number.  INVGLEX feeds all of
      *  these to the ledger under their own classes.
           03  mv-source-ord           PIC 9(6).
           03  mv-reason               PIC X(3).
      *  mv-location is the stock location the movement touched --
      *  main warehouse "WH1" (see locrec.cpy).  A location
      *  transfer (INVXFER.CBL) is two "ADJ" movements with reason
      *  "XFR" -- out of one location, into the other -- netting
      *  to nothing at item level; reason "CNS" marks the same pair
      *  onto or off a customer's consignment location.  An "ADJ"
      *  with reason "CNC" at a consignment location corrects it to
      *  the customer's approved stock count (see CUSTCNSC.CBL).
           03  mv-location             PIC X(3).
      *  mv-lot-no is the supplier lot the movement touched --
      *  appended like mv-location, so older records (and
      *  untracked items) carry spaces.
           03  mv-lot-no               PIC X(6).
      *  The costs of a goods receipt against a purchase order --
      *  appended like mv-lot-no, so older records (and every
      *  other movement) carry spaces or zeros here, which readers
      *  guard with a NUMERIC test.  mv-actual-cost is the unit
      *  cost the delivery came in at, mv-agreed-cost the PO
      *  line's po-unit-cost and mv-std-cost the item's standard
      *  inv-order-price on the day.  mv-ppv-amount is the
      *  purchase price variance, actual less agreed, and
      *  mv-std-variance actual less standard, both extended by
      *  the quantity received -- the figures CUSTPPVR reports;
      *  INVGLEX posts mv-ppv-amount as "PV".
           03  mv-actual-cost          PIC 9(5)V99.
           03  mv-agreed-cost          PIC 9(5)V99.
           03  mv-std-cost             PIC 9(5)V99.
           03  mv-ppv-amount           PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           03  mv-std-variance         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
      *  mv-avg-cost is the item's moving-average unit cost when the
      *  movement was written (after re-averaging, on a receipt) --
      *  what INVGLEX values cost of goods and adjustments at.
      *  Appended likewise, so movements written before averaging
      *  carry spaces and readers fall back to inv-order-price.
           03  mv-avg-cost             PIC 9(5)V99.
