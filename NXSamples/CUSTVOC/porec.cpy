               88  po-line-open            VALUE "O".
               88  po-line-closed          VALUE "C".
               88  po-line-cancelled       VALUE "X".
      *  po-unit-cost is the price per unit agreed with the supplier
      *  -- keyed on the CUSTPOEN deck, or the item's inv-order-price
      *  cost when none is keyed -- which CUSTSIMT holds the
      *  supplier's invoice price against and CUSTRCPT stamps on
      *  each receipt's movement as the agreed cost, for the
      *  purchase price variance.  Carved out of the
      *  expansion space below, so lines written before it existed
      *  carry spaces here; readers guard with a NUMERIC test and
      *  fall back to inv-order-price.  Display digits, not COMP,
      *  for exactly that reason.
           03  po-unit-cost            PIC 9(5)V99.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(3).
