      * off the command line, the month just ended by default) it    *
      * puts the two figures nobody ever laid side by side next to   *
      * each other: the unit price each ordline.ism line actually    *
      * sold at, and the inv-avg-cost moving-average cost            *
      * invmast.ism carries for the item.  Lines sort by sales area, *
      * then customer, with revenue, cost and margin percentage per  *
      * line, customer and area subtotals, and a BELOW COST flag on  *
      * the lines the custpric.ism override price makes quietly      *
      * possible -- so the sales manager stops approving discounts   *
      * blind.                                                       *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE line-cost =
                       inv-avg-cost * ordl-qty
           END-READ

           MOVE cached-area    TO sw-area
