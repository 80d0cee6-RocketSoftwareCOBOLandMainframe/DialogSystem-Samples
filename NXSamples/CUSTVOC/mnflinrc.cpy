      *****************************************************************
      *                                                               *
      * Shared copy of the carrier manifest line record layout.       *
      * mnfline.ism holds one record per order confirmed shipped,     *
      * keyed by ship date, carrier and order.  VOCFULF.CBL writes    *
      * it at confirmation with the cartons the dock counted;         *
      * CUSTMNFT.CBL fills in the deliver-to address, declared value  *
      * and freight from the order, ship-to and customer records      *
      * each time it runs on a manifest that is still open, and       *
      * leaves the lines of a closed manifest exactly as they were    *
      * printed -- the reprint of a closed manifest comes from here.  *
      *                                                               *
      *****************************************************************
       01  mnfline-record.
           03  mnl-key.
               05  mnl-ship-date       PIC 9(8).
               05  mnl-carrier         PIC X(3).
               05  mnl-c-code          PIC X(5).
               05  mnl-ord-no          PIC 9(6).
      *  The deliver-to block -- the order's ship-to from shipto.ism,
      *  or the customer's billing address where ord-shipto is blank
      *  or names a ship-to no longer on file.
           03  mnl-name                PIC X(20).
           03  mnl-street              PIC X(20).
           03  mnl-city                PIC X(15).
           03  mnl-state               PIC X(2).
           03  mnl-postal              PIC X(10).
           03  mnl-cartons             PIC 9(3).
      *  mnl-declared is the order value and mnl-freight the freight
      *  charged, both in the order's own currency (mnl-currency);
      *  mnl-home-declared is the declared value converted to home
      *  currency for the manifest totals.
           03  mnl-declared            PIC 9(9)V99 COMP.
           03  mnl-currency            PIC X(3).
           03  mnl-home-declared       PIC 9(9)V99 COMP.
           03  mnl-freight             PIC 9(5)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
