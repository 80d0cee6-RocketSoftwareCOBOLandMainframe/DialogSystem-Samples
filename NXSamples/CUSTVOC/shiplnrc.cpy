      *****************************************************************
      *                                                               *
      * Shared copy of the shipment-line record layout.  An order's   *
      * goods can leave the dock in more than one shipment -- a line  *
      * part shipped keeps its remainder reserved for the next one -- *
      * and shipline.ism holds one record per order line per          *
      * shipment: the quantity that went, its share of the line's     *
      * extension, the lot and the date.  Shipments are numbered per  *
      * order (ord-last-ship-no in custordr.cpy holds the latest).    *
      * Written through the shared custship keeper, CUSTSHIP.CBL,     *
      * from the VOCFULF ship confirmation and the CUSTSCNP scanned   *
      * picks; each shipment's delivery note and invoice are cut from *
      * its records alone, and shl-invo-no carries the invoice that   *
      * billed it -- the CUSTSNIV report flags any shipment without   *
      * one.                                                          *
      *                                                               *
      *****************************************************************
       01  shipline-record.
           03  shl-key.
               05  shl-c-code          PIC X(5).
               05  shl-ord-no          PIC 9(6).
               05  shl-ship-no         PIC 9(3).
               05  shl-line-no         PIC 9(3).
           03  shl-ship-date           PIC 9(8).
           03  shl-item-code           PIC X(4).
           03  shl-qty                 PIC 9(5) COMP.
           03  shl-extension           PIC 9(7)V99 COMP.
           03  shl-lot-no              PIC X(6).
      *  shl-invo-no is zero until the shipment's invoice is cut --
      *  and stays zero for a consolidated-invoicing account, whose
      *  weekly CUSTCINV invoice covers the whole order instead.
           03  shl-invo-no             PIC 9(6).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
