           03  bko-status              PIC X.
               88  backorder-open          VALUE "O".
               88  backorder-filled        VALUE "F".
      *  bko-promise-date is the available-to-promise date the
      *  customer was quoted when the backorder was taken -- worked
      *  out by the invatp lookup from free stock, the backorders
      *  queued ahead and the open po.ism lines by expected date --
      *  and is never moved once quoted.  bko-projected-date is the
      *  latest re-projection of that same date by the nightly
      *  CUSTATPR run, so a slipped PO shows up as a projection
      *  later than the promise.  Zero means no open PO covers the
      *  quantity.  Both are carved out of the expansion space, so
      *  backorders taken before they existed carry spaces here;
      *  readers guard with a NUMERIC test.  Display digits, not
      *  COMP, for exactly that reason.
           03  bko-promise-date        PIC 9(8).
           03  bko-projected-date      PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(4).
