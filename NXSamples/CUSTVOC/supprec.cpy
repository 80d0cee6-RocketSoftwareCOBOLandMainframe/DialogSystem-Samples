           03  sup-name                PIC X(20).
           03  sup-contact             PIC X(20).
           03  sup-phone               PIC X(12).
      *  sup-lead-days starts as the figure keyed on the deck; the
      *  CUSTSUPS scorecard run in apply mode replaces it with the
      *  lead time the supplier has actually been delivering in.
           03  sup-lead-days           PIC 9(3).
      *  sup-ic-company marks this supplier as one of our sister
      *  companies on the installation -- the compmast.dat code of
      *  the company that sells to us under it -- keyed on the
      *  supplier.dat deck.  CUSTICPO.CBL raises its purchase
      *  orders against this supplier, and CUSTICRC.CBL pairs its
      *  POs and invoices with the sister's sales.  Carved out of
      *  the expansion space, so spaces (every record written
      *  before it existed) means an outside supplier.
           03  sup-ic-company          PIC X(3).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(7).
