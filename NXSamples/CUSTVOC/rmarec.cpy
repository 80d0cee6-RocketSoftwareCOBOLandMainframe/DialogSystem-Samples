               88  rma-cancelled           VALUE "X".
           03  rma-reason              PIC X(20).
           03  rma-operator            PIC X(8).
      *  rma-disposition is what the receipt did with the goods:
      *  "R" put them back in stock, "S" scrapped them (written off
      *  through the ledger with reason "SCR"), "V" quarantined them
      *  at "QTN" for return to the supplier on a supplier return
      *  (see srtnrec.cpy).  rma-supplier is the supplier whose
      *  receipt the returned lot came in on, where one was found --
      *  the CUSTRTNR returns report charges defects to it.  Both
      *  carved out of the expansion space, so an RMA received
      *  before they existed carries spaces, which reads as
      *  restocked and no supplier.
           03  rma-disposition         PIC X.
               88  rma-restocked           VALUE "R" " ".
               88  rma-scrapped            VALUE "S".
               88  rma-to-supplier         VALUE "V".
           03  rma-supplier            PIC X(4).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(5).
