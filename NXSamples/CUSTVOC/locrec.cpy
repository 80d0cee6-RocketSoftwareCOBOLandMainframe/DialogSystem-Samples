               05  loc-item-code       PIC X(4).
               05  loc-id              PIC X(3).
           03  loc-qty                 PIC 9(5) COMP.
      *  loc-consign-c-code names the customer a consignment
      *  location belongs to -- stock sitting on the customer's own
      *  site, still ours and still in inv-quantity and the stock
      *  valuation, but held off free-to-sell in inv-alloc-qty
      *  until the customer reports using it (CUSTCNSU.CBL) or it
      *  comes back through INVXFER.CBL.  Spaces for one of our own
      *  warehouses and stores.
           03  loc-consign-c-code      PIC X(5).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(5).
