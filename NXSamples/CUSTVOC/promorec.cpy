      *****************************************************************
      *                                                               *
      * Shared copy of the promotion master record layout.  promo.ism *
      * holds one record per time-limited marketing promotion -- what *
      * it covers (one item, or every item of an inv-type), who it is *
      * for (one sales area and/or one customer group, spaces for     *
      * everyone), the date window it runs, and the deal itself: a    *
      * percentage off the list price, or a flat promotional unit     *
      * price.  Loaded from the promodef.dat deck by CUSTPMST.CBL;    *
      * applied at order entry through the shared custprmo lookup     *
      * (CUSTPRMO.CBL), which picks the best eligible promotion and   *
      * hands back its code for the order line (ordl-promo-code in    *
      * ordlinrc.cpy); measured by the CUSTPEFF.CBL effectiveness     *
      * report.                                                       *
      *                                                               *
      *****************************************************************
       01  promo-record.
           03  prm-code                PIC X(6).
           03  prm-desc                PIC X(30).
      *  What the promotion covers -- prm-item-code for one item,
      *  or prm-inv-type (inv-type in invmrec.cpy) for a whole
      *  product type with prm-item-code at spaces.
           03  prm-item-code           PIC X(4).
           03  prm-inv-type            PIC X(14).
      *  Who it is for -- file-c-area and file-c-group-ref off the
      *  customer record (custrec.cpy); spaces in either means no
      *  restriction on it.
           03  prm-area                PIC X.
           03  prm-group-ref           PIC X(8).
      *  The window, both dates inclusive, tested against the order
      *  date.
           03  prm-start-date          PIC 9(8).
           03  prm-end-date            PIC 9(8).
      *  The deal -- a promotional unit price when prm-promo-price is
      *  above zero, otherwise prm-disc-pct off the list price.
           03  prm-disc-pct            PIC 9(2)V99 COMP.
           03  prm-promo-price         PIC 9(5)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
