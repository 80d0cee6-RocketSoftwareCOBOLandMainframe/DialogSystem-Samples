      *                                                              *
      * Inventory valuation report.  Run bare ("invval") it walks    *
      * invmast.ism and extends each item's on-hand quantity by its  *
      * moving-average cost (inv-avg-cost), with subtotals by        *
      * product type and a grand total, so the stock's worth is a    *
      * figure instead of a guess.  Run with a month                 *
      * ("invval 202603") it reprints the stored invsnap.ism         *
      * valuation the CUSTCLOS month-end froze for that month --     *
      * "value at end of March" as a stored fact, the same           *
      * discipline fxsnap.ism gives the currency revaluation.        *
      * Items sort through the type subtotals by product type        *
      * either way.                                                  *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
                       MOVE inv-type        TO sw-type
                       MOVE inv-code        TO sw-item-code
                       MOVE inv-quantity    TO sw-qty
                       MOVE inv-avg-cost    TO sw-cost
                       COMPUTE sw-value =
                           inv-quantity * inv-avg-cost
                       RELEASE sort-record
               END-READ
           END-PERFORM
