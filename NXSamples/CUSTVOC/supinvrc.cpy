      *****************************************************************
      *                                                               *
      * Shared copy of the supplier-invoice line record layout.       *
      * supinv.ism holds one record per line of a supplier's invoice  *
      * -- keyed by supplier, the supplier's own invoice number and a *
      * line number -- each naming the po.ism line it bills, the      *
      * quantity and the unit price billed.  Written by CUSTSINE.CBL  *
      * from the supinv.dat deck; CUSTSIMT.CBL matches every line     *
      * three ways, against what po.ism ordered and what CUSTRCPT     *
      * received, and passes or holds the whole invoice; CUSTAPEX.CBL *
      * sends the passed invoices to accounts payable on apfeed.dat.  *
      * sin-po-key is an alternate key so the match run can find      *
      * every other invoice line already billing the same PO line.   *
      *                                                               *
      *****************************************************************
       01  supinv-record.
           03  sin-key.
               05  sin-supplier        PIC X(4).
               05  sin-inv-no          PIC X(12).
               05  sin-line-no         PIC 9(3).
           03  sin-inv-date            PIC 9(8).
           03  sin-po-key.
               05  sin-po-no           PIC 9(6).
               05  sin-po-line         PIC 9(3).
           03  sin-qty-billed          PIC 9(5) COMP.
           03  sin-unit-price          PIC 9(5)V99 COMP.
           03  sin-amount              PIC 9(7)V99 COMP.
           03  sin-entry-date          PIC 9(8).
      *  sin-status is "E" as entered, then set by each match run --
      *  "M" matched, "H" held on the exception report with the
      *  first reason the line failed in sin-hold-reason.  Held
      *  lines are matched again on every run, so a late receipt
      *  releases them without re-keying.
           03  sin-status              PIC X.
               88  sin-entered             VALUE "E".
               88  sin-matched             VALUE "M".
               88  sin-held                VALUE "H".
               88  sin-awaiting-match      VALUE "E" "H".
           03  sin-hold-reason         PIC X(3).
               88  sin-hold-no-po          VALUE "POL".
               88  sin-hold-duplicate      VALUE "DUP".
               88  sin-hold-quantity       VALUE "QTY".
               88  sin-hold-price          VALUE "PRC".
               88  sin-hold-other-line     VALUE "INV".
           03  sin-match-date          PIC 9(8).
      *  sin-ap-date is the day CUSTAPEX sent the matched invoice to
      *  accounts payable -- zero until then.
           03  sin-ap-date             PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
