      *  rebate.ism agreement -- posted at customer level
      *  (adj-ord-no zero) by the CUSTRBTS.CBL settlement run.
               88  adj-rebate              VALUE "B".
      *  "K" is the commission an outside collection agency kept
      *  out of what it collected on a placed account -- posted by
      *  CUSTAGRM.CBL next to the net cash, so the order is cleared
      *  by the gross, and fed to the ledger as collection cost.
               88  adj-collection-cost     VALUE "K".
           03  adj-reason              PIC X(20).
           03  adj-operator            PIC X(8).
      *  Expansion space so the next short field this record needs
