      *****************************************************************
      *                                                               *
      * Shared copy of the sales-tax jurisdiction record layout.      *
      * taxjur.ism holds the destination tax rate by state, so a      *
      * taxable order is charged at the rate of the place the goods   *
      * are delivered rather than one flat rate per taxability code.  *
      * A record with tjr-postal-prefix spaces is the state-wide      *
      * rate; a record with a postal-code prefix (one to five         *
      * leading characters) overrides it for the addresses that       *
      * start that way -- the longest matching prefix wins.  The      *
      * shared custtjur lookup resolves the rate from the order's     *
      * ship-to address (or the billing address when ord-shipto is    *
      * spaces) and the order carries the key it matched in           *
      * ord-tax-juris.  Maintained from the taxjur.dat deck by        *
      * CUSTJURM.CBL.  A state with no record here falls back to the  *
      * taxrate.ism rate for the customer's file-c-tax code.          *
      *                                                               *
      *****************************************************************
       01  taxjur-record.
           03  tjr-key.
               05  tjr-state           PIC X(2).
               05  tjr-postal-prefix   PIC X(5).
           03  tjr-name                PIC X(20).
           03  tjr-rate                PIC 9(2)V9999 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
