           03  inv-suggest-qty         PIC 9(5).
      *  inv-count-class drives the cycle-count calendar -- "A"
      *  items are counted monthly, lower classes less often.
      *  Computed quarterly from the value each item moved by the
      *  INVABC.CBL ABC analysis (INVCCLS.CBL's ccls.dat deck can
      *  still set one by hand until the next run) and selected
      *  on by the INVCNTG.CBL count-sheet generator; spaces
      *  (every record written before cycle counting existed)
      *  means the item is only swept by an item-range count.
           03  inv-count-class         PIC X.
      *  inv-avg-cost is the moving-average unit cost the stock on
      *  hand is carried at -- re-averaged by CUSTRCPT on every
      *  goods receipt with the quantity received and its actual
      *  cost; an adjustment, return or shipment moves stock at
      *  the average, so leaves it standing.  INVVAL, the CUSTCLOS
      *  invsnap.ism snapshot, CUSTMARG and the INVGLEX postings
      *  value stock at it, and INVMOVE stamps it on every
      *  movement.  inv-order-price stays the buyer's standard /
      *  last-quoted price.  This did not fit the old expansion
      *  space -- see INVCNVA.CBL for the one-shot conversion that
      *  widened the record and seeded it from inv-order-price, so
      *  no NUMERIC guard is needed on readers.
           03  inv-avg-cost            PIC 9(5)V99 COMP.
      *  inv-pref-supplier is the suplmast.ism supplier the item is
      *  normally bought from -- loaded from the psup.dat deck by
      *  INVPSUP.CBL; CUSTPOPR groups its purchase-order proposals
      *  under it and INVRORD plans on that supplier's lead time.
      *  Carved out of the expansion space below, so records
      *  written before it existed carry spaces here, which means
      *  no preferred supplier.
           03  inv-pref-supplier       PIC X(4).
      *  inv-life-status is where the item stands in its life in
      *  the range -- set from the life.dat deck by INVLIFM.CBL.
      *  A run-out item sells what is left and then stops; a
      *  discontinued one is no longer sold at all; a blocked one
      *  is held for quality and neither sold nor released to a
      *  waiting backorder.  The shared invlife gate (INVLIFE.CBL)
      *  answers for the order paths and INVLIFX.CBL lists the
      *  business still tied to items leaving the range.  Carved
      *  out of the expansion space below, so records written
      *  before it existed carry spaces here, which means active.
           03  inv-life-status         PIC X.
               88  item-active             VALUE " " "A".
               88  item-run-out            VALUE "R".
               88  item-discontinued       VALUE "D".
               88  item-blocked            VALUE "B".
               88  item-leaving-range      VALUE "R" "D" "B".
               88  life-status-valid       VALUE " " "A" "R" "D" "B".
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(15).
