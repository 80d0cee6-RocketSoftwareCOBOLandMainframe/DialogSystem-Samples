      * one record per invoice, numbered off the "INVNO   " control-  *
      * file record the same way "ORDNO   " numbers an order -- see   *
      * Write-Invoice in VOCOK.CBL, which cuts one when a brand-new   *
      * order keyed by value is committed, the shared custship keeper *
      * (CUSTSHIP.CBL), which cuts one per shipment of an order with  *
      * product lines for the goods that went, and VOCINVC.CBL, which *
      * prints the formatted invoice document.                        *
      *                                                               *
      *****************************************************************
       01  invoice-record.
