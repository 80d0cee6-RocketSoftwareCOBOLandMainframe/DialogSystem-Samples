               88  standing-monthly        VALUE "M".
               88  standing-weekly         VALUE "W".
           03  sto-next-due            PIC 9(8).
      *  sto-item-code/sto-item-qty name the product the template
      *  repeats, when it is for one -- CUSTSTGN refuses to
      *  generate an order for an item that has left the range (see
      *  inv-life-status in invmrec.cpy) and INVLIFX lists the
      *  template for sales to move onto the replacement.  Carved
      *  out of the expansion space below, so templates written
      *  before they existed carry spaces here: a value-only
      *  template, as every one used to be.  Display digits, not
      *  COMP, for exactly that reason.
           03  sto-item-code           PIC X(4).
           03  sto-item-qty            PIC 9(5).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(11).
