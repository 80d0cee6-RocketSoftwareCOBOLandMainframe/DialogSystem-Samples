      *  keyed reason and today's date -- from here         *
      *  CUSTDUNN, CUSTFINC and the CUSTAGE overdue         *
      *  columns leave the balance alone until              *
      *  Release-Dispute clears it.  The carrier's proof   *
      *  of delivery, if any, is shown as the dispute is    *
      *  flagged.                                           *
      *                                                  *
      ****************************************************

           DISPLAY "ORDER " ord-no " FLAGGED IN DISPUTE"
           MOVE SPACES TO VOC-C-DISP-REASON

      *  A "never received it" claim is usually settled by what the
      *  carrier reported -- put it in front of the operator now
      *  (see CUSTTRAK.CBL).
           EVALUATE TRUE
               WHEN order-delivered
                   DISPLAY "PROOF OF DELIVERY: " ord-carrier
                       " DELIVERED " ord-dlv-date " SIGNED BY "
                       ord-dlv-signed
               WHEN order-dlv-exception
                   DISPLAY "CARRIER " ord-carrier " REPORTED DELIVERY "
                       "EXCEPTION " ord-dlv-exception " ON "
                       ord-dlv-date
               WHEN order-ful-shipped
                   DISPLAY "SHIPPED " ord-ship-date " -- NO DELIVERY "
                       "CONFIRMATION FROM THE CARRIER YET"
               WHEN order-ful-part-shipped
                   DISPLAY "PART SHIPPED -- LATEST SHIPMENT "
                       ord-last-ship-no " ON " ord-ship-date
                       ", THE REST STILL TO FOLLOW"
           END-EVALUATE

           goback.

      ****************************************************
