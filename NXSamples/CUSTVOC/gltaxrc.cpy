      *****************************************************************
      *                                                               *
      * Shared copy of the ledger tax-sent record layout.  gltax.ism  *
      * holds one record per accounting month (YYYYMM of the order    *
      * date) carrying the home-currency sales tax CUSTGLEX has sent  *
      * the ledger under the "TX" posting class for orders dated in   *
      * that month -- accumulated as each night's feed is written, so *
      * the CUSTTXRT.CBL tax return can tie its bottom line to what   *
      * the ledger was actually told rather than to a recomputation.  *
      * A re-presented order the ledger rejected is not counted       *
      * twice -- the rejected first presentation never booked.        *
      *                                                               *
      *****************************************************************
       01  gltax-record.
           03  gtx-yyyymm              PIC 9(6).
           03  gtx-tax-sent            PIC S9(9)V99 COMP.
           03  gtx-last-feed-date      PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
