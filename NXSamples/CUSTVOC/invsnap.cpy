      * Shared copy of the month-end inventory valuation snapshot     *
      * record layout.  invsnap.ism holds one record per item per     *
      * closed month -- the on-hand quantity, the cost it was         *
      * valued at (inv-avg-cost; inv-order-price for months closed    *
      * before INVCNVA) and the extended value, frozen                *
      * by the CUSTCLOS.CBL month-end -- so "value at end of March"   *
      * is a stored fact INVVAL.CBL can reprint, the same             *
      * discipline fxsnap.ism gives the currency revaluation.         *
           03  isnp-qty                PIC 9(5) COMP.
           03  isnp-cost               PIC 9(5)V99 COMP.
           03  isnp-value              PIC S9(9)V99 COMP.
      *  isnp-taken-date is the day the close actually froze the
      *  quantity -- a month is usually closed a few days into the
      *  next, so the movements that count on top of isnp-qty are
      *  the ones dated after this, not after the month end (see
      *  the INVRECN.CBL stock reconciliation).  Carved out of the
      *  expansion space below, so months closed before it existed
      *  carry spaces here; readers guard with a NUMERIC test.
           03  isnp-taken-date         PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(2).
