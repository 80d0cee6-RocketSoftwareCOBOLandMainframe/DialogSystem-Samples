           ACCESS IS DYNAMIC
           lock MODE IS AUTOMATIC.

      *  shipline-file carries the lines each numbered shipment of
      *  an order took, with the day it went -- see CUSTSHIP.CBL
      *  and Check-Shipment-Manifests below.
           SELECT shipline-file ASSIGN "shipline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shl-status.

      ****************************************************
      *                                                  *
      *                                                  *
       FD  ordline-file is external.
           COPY "ordlinrc.cpy".

       FD  shipline-file.
           COPY "shiplnrc.cpy".

      ****************************************************
      *                                                  *
      *                                                  *
       77  aud-after-image             PIC X(80).
       77  today-date-yyyymmdd         PIC 9(8).

      *  manifest-closed-flag comes back from the shared custmnfl
      *  lookup -- see Delete-Order below.
       77  manifest-closed-flag        PIC X VALUE "N".
           88  carrier-manifest-closed VALUE "Y".
      *  closed-manifest-date is the ship date of the closed
      *  manifest that stops the void, and checked-ship-date the
      *  last shipment date already looked up.
       77  closed-manifest-date        PIC 9(8).
       77  checked-ship-date           PIC 9(8).

       01  shl-status                  PIC XX.
           88  shl-file-ok             VALUE "00".

      *  acting-operator/acting-role come back from the shared
      *  custrole lookup -- deleting a customer and voiding an order
      *  are supervisor/manager actions now that operators sign on
      *  to the shared invalloc keeper, which hands the reservation
      *  back to free stock -- see Release-Order-Allocations below.
       77  alloc-line-qty              PIC 9(5) COMP.
      *  alloc-call-mode is the keeper mode for the line -- a kit
      *  line sold from built kits ("K") releases with "U" against
      *  the kit's own stock.
       77  alloc-call-mode             PIC X.

      *  journal-image carries the full after-image to the shared
      *  custfwdj forward-recovery journal -- see CUSTFWDJ.CBL and
       77  summary-ytd-count           PIC 9(5) COMP.
       77  summary-ytd-ord-val         PIC S9(9)V99 COMP.
       77  summary-ytd-pay-val         PIC S9(9)V99 COMP.
      *  The nightly-batch gate's answer -- see CUSTBRUN.CBL.
       77  batch-gate-result           PIC X.
           88  batch-gate-open             VALUE "Y".



           CALL "custidle"
           END-CALL

      *  No deletes or voids while the nightly chain runs -- see the
      *  shared custbrun gate.
           CALL "custbrun" USING batch-gate-result
           END-CALL
           IF  NOT batch-gate-open
               goback
           END-IF

           PERFORM Check-Delete-Authority
           IF  NOT delete-authorized
               DISPLAY "OPERATOR NOT AUTHORIZED TO DELETE A "
      *  before clicking the button) rather than being      *
      *  deleted outright, and ordxref-file is left alone   *
      *  so a lookup by order number still finds it.        *
      *  An order already shipped on a carrier manifest     *
      *  that CUSTMNFT has closed cannot be voided here --   *
      *  the driver has signed for it, and the reversal     *
      *  has to go through a credit instead.                *
      *                                                  *
      ****************************************************

           CALL "custidle"
           END-CALL

      *  No deletes or voids while the nightly chain runs -- see the
      *  shared custbrun gate.
           CALL "custbrun" USING batch-gate-result
           END-CALL
           IF  NOT batch-gate-open
               goback
           END-IF

           PERFORM Check-Delete-Authority
           IF  NOT delete-authorized
               DISPLAY "OPERATOR NOT AUTHORIZED TO VOID AN "
               goback
           END-IF

           MOVE "N" TO manifest-closed-flag
           MOVE VOC-c-code                        TO ord-c-code
           MOVE VOC-ORD-NO(VOC-DOLLAR-REGISTER)    TO ord-no
           READ order-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  order-ful-has-shipped
                           AND ord-carrier NOT = SPACES
                           AND ord-ship-date NUMERIC
                       MOVE ord-ship-date TO closed-manifest-date
                       CALL "custmnfl" USING ord-ship-date,
                                              ord-carrier,
                                              manifest-closed-flag
                       END-CALL
                       IF  NOT carrier-manifest-closed
                           PERFORM Check-Shipment-Manifests
                       END-IF
                   END-IF
           END-READ
           IF  carrier-manifest-closed
               DISPLAY "ORDER " ord-no " IS ON THE CLOSED "
                   ord-carrier " MANIFEST FOR " closed-manifest-date
                   " -- NOT VOIDED"
               goback
           END-IF

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ORDER " VOC-ORD-NO(VOC-DOLLAR-REGISTER)
                  " VAL=" VOC-ORD-VAL(VOC-DOLLAR-REGISTER)

           goback.

      ****************************************************
      *                                                  *
      *  Check-Shipment-Manifests looks up the manifest of  *
      *  every day an earlier shipment of a part-shipped      *
      *  order went on -- ord-ship-date is only the latest     *
      *  one -- and stops at the first that is closed.          *
      *                                                  *
      ****************************************************

       Check-Shipment-Manifests SECTION.

           OPEN INPUT shipline-file
           IF  NOT shl-file-ok
               EXIT SECTION
           END-IF

           MOVE ord-ship-date TO checked-ship-date
           MOVE "N" TO line-eof-switch
           MOVE ord-c-code TO shl-c-code
           MOVE ord-no     TO shl-ord-no
           MOVE 0          TO shl-ship-no
           MOVE 0          TO shl-line-no
           START shipline-file KEY IS NOT LESS THAN shl-key
               INVALID KEY
                   SET line-eof TO TRUE
           END-START

           PERFORM UNTIL line-eof OR carrier-manifest-closed
               READ shipline-file NEXT RECORD
                   AT END
                       SET line-eof TO TRUE
               END-READ
               IF  NOT line-eof
                   IF  shl-c-code NOT = ord-c-code
                           OR shl-ord-no NOT = ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  shl-ship-date NUMERIC
                               AND shl-ship-date NOT = checked-ship-date
                           MOVE shl-ship-date TO checked-ship-date
                           MOVE shl-ship-date TO closed-manifest-date
                           CALL "custmnfl" USING shl-ship-date,
                                                  ord-carrier,
                                                  manifest-closed-flag
                           END-CALL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE shipline-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Recompute-Customer-Balance refreshes the           *
      *  reservation back before the line goes.
                       IF  line-stock-allocated
                           MOVE ordl-qty TO alloc-line-qty
      *  Only what a short scanned pick left reserved goes back.
                           IF  ordl-scan-qty NUMERIC
                               IF  ordl-scan-qty < ordl-qty
                                   SUBTRACT ordl-scan-qty
                                       FROM alloc-line-qty
                               END-IF
                           END-IF
                           MOVE "R" TO alloc-call-mode
                           IF  line-built-kit
                               MOVE "U" TO alloc-call-mode
                           END-IF
                           CALL "invalloc" USING ordl-item-code,
                                                  alloc-call-mode,
                                                  alloc-line-qty,
                                                  ordl-ord-no,
                                                  ordl-location,
                   ELSE
                       IF  line-stock-allocated
                           MOVE ordl-qty TO alloc-line-qty
      *  Only what a short scanned pick left reserved goes back.
                           IF  ordl-scan-qty NUMERIC
                               IF  ordl-scan-qty < ordl-qty
                                   SUBTRACT ordl-scan-qty
                                       FROM alloc-line-qty
                               END-IF
                           END-IF
                           MOVE "R" TO alloc-call-mode
                           IF  line-built-kit
                               MOVE "U" TO alloc-call-mode
                           END-IF
                           CALL "invalloc" USING ordl-item-code,
                                                  alloc-call-mode,
                                                  alloc-line-qty,
                                                  ordl-ord-no,
                                                  ordl-location,
