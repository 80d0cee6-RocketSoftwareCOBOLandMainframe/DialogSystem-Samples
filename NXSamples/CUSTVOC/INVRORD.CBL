      * from that, and the reorder point becomes usage over the      *
      * supplier lead time plus a safety week, with the suggested    *
      * order quantity covering a month's usage.  The lead time      *
      * comes off suplmast.ism via the item's preferred supplier,    *
      * else its most recent po.ism purchase-order line (14 days     *
      * when the item has never been bought through the PO           *
      * subsystem).  Both figures are written                        *
      * onto the invmast.ism record for INVLOW to flag against, and  *
      * the report shows the old point next to the new one so       *
      * purchasing can sanity-check the first cycle before trusting  *
      *  Get-Item-Lead-Time finds the supplier behind the   *
      *  item's most recently placed po.ism line and reads    *
      *  that supplier's lead time -- an item never bought     *
      *  through the PO subsystem plans on the default.  An     *
      *  item with a preferred supplier plans on that one's.     *
      *                                                  *
      ****************************************************

       Get-Item-Lead-Time SECTION.

           MOVE default-lead-days TO item-lead-days
           IF  no-po-file AND inv-pref-supplier = SPACES
               EXIT SECTION
           END-IF

           MOVE 0      TO latest-po-date
           MOVE SPACES TO latest-po-supplier
           MOVE "N" TO po-eof-switch
           IF  inv-pref-supplier NOT = SPACES
               MOVE inv-pref-supplier TO latest-po-supplier
               SET po-eof TO TRUE
           END-IF
           MOVE 0 TO po-no
           MOVE 0 TO po-line-no
           IF  NOT po-eof
               START po-file KEY IS NOT LESS THAN po-key
                   INVALID KEY
                       SET po-eof TO TRUE
               END-START
           END-IF

           PERFORM UNTIL po-eof
               READ po-file NEXT RECORD
