      *  existed, drawn the moment the line was built, which is why
      *  spaces reads as drawn); "R" means the reservation was
      *  released by a void or a VOCAPPR rejection.  See the shared
      *  invalloc keeper, INVALLOC.CBL.  "K" is "A" for a kit line
      *  VOCORD sold from kits already built on an INVASSM work
      *  order: the reservation is on the kit's own record, not
      *  its components', so the keeper is called with "T" to ship
      *  it and "U" to release it.
           03  ordl-stock-flag         PIC X.
               88  line-stock-allocated    VALUE "A" "K".
               88  line-built-kit          VALUE "K".
               88  line-stock-drawn        VALUE "D" " ".
               88  line-stock-released     VALUE "R".
      *  ordl-location names the stock location this line ships
      *  VOCFULF.CBL when the stock is actually drawn, spaces for
      *  an untracked item or a line that predates lot tracking.
      *  The CUSTRCLL.CBL recall report answers "which customers
      *  got lot 4471" from this field.
           03  ordl-lot-no             PIC X(6).
      *  The on-time-in-full fields, added by the CUSTCNVT.CBL
      *  record widening.  ordl-req-date is the date the customer
      *  asked for this line to ship (see ord-req-date in
      *  custordr.cpy for where it comes from); CUSTPICK picks the
      *  earliest-requested lines first.  ordl-ship-date and
      *  ordl-ship-qty are stamped by the VOCFULF ship confirmation
      *  -- the quantity that actually left, which is less than
      *  ordl-qty only when the dock recorded a short shipment.
      *  ordl-otif-reason says why a line went late or short, keyed
      *  at the dock or worked out at confirmation.  Lines written
      *  before the widening carry spaces in all four; readers
      *  guard the dates and quantity with a NUMERIC test.  Display
      *  digits, not COMP, for exactly that reason.
           03  ordl-req-date           PIC 9(8).
           03  ordl-ship-date          PIC 9(8).
           03  ordl-ship-qty           PIC 9(5).
           03  ordl-otif-reason        PIC XX.
               88  otif-stock-short        VALUE "ST".
               88  otif-credit-hold        VALUE "CR".
               88  otif-customer-change    VALUE "CU".
               88  otif-carrier            VALUE "CA".
               88  otif-warehouse          VALUE "WH".
               88  otif-other              VALUE "OT".
               88  otif-reason-valid       VALUE "ST" "CR" "CU"
                                                  "CA" "WH" "OT".
      *  ordl-scan-qty is the part of a still-reserved line that has
      *  already left the dock -- on a short scanned pick (see
      *  CUSTSCNP.CBL) or a part shipment confirmed through VOCFULF.
      *  The rest stays reserved and open; the line is drawn ("D")
      *  once its shipments add up to ordl-qty.  While the line is
      *  open, an ordl-ship-qty below what is still open is the
      *  quantity the dock keyed to go on the next confirmation.
      *  Carved out of the expansion space, so lines written before
      *  it carry spaces -- readers guard it with a NUMERIC test.
           03  ordl-scan-qty           PIC 9(5).
      *  ordl-promo-code names the promotion (promorec.cpy) the line
      *  was priced under -- stamped by the shared custprmo lookup at
      *  order entry, spaces for a line sold at the customer's own
      *  terms, and for every line written before promotions
      *  existed.  Read back by the CUSTPEFF.CBL effectiveness report.
           03  ordl-promo-code         PIC X(6).
      *  ordl-last-ship-date is the date goods on this line last
      *  left the dock -- each shipment's own quantity and date are
      *  on shipline.ism (see shiplnrc.cpy).  Carved out of the
      *  expansion space; spaces on lines written before it.
           03  ordl-last-ship-date     PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(1).
