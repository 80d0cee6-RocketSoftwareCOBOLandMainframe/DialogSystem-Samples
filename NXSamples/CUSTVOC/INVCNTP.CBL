      * Monday of keying fudge adjustments into receipts.dat is      *
      * over.  A sheet line with no count keyed is reported as       *
      * uncounted and left alone.  The variance register values      *
      * each variance at inv-avg-cost for the accountant to          *
      * sign off.                                                    *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
       77  zero-ord-no                 PIC 9(6) VALUE 0.
       77  no-location                 PIC X(3) VALUE SPACES.
       77  no-lot-no                   PIC X(6) VALUE SPACES.
      *  Only a goods receipt against a purchase order carries
      *  costs onto the movement ledger -- zero here.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.

       77  variances-posted            PIC 9(6) COMP.
       77  lines-uncounted             PIC 9(6) COMP.

      *  The variance is valued at cost for the accountant.
           COMPUTE variance-value =
               variance-qty * inv-avg-cost
           MOVE variance-value TO dl-value
           ADD variance-value TO total-variance-value

           MOVE variance-qty TO movement-qty
           CALL "invmove" USING cn-item-code, "ADJ",
                                 movement-qty, zero-ord-no,
                                 "CNT", no-location, no-lot-no,
                                 no-movement-costs
           END-CALL

           ADD 1 TO variances-posted
