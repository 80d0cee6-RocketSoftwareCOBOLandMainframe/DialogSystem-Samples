       77  held-alloc-qty              PIC 9(5) COMP.
       77  free-stock                  PIC S9(6) COMP.

      *  picked-life-status holds the picked item's inv-life-status
      *  (see invmrec.cpy) -- taken as soon as it is read, because
      *  the kit and substitute scans reuse the invmast buffer.  A
      *  run-out or discontinued item is never backordered: it
      *  will not be bought again.  A blocked one may still be, by
      *  the operator's capture, to wait out the quality hold.
       77  picked-life-status          PIC X.
           88  picked-run-out              VALUE "R".
           88  picked-withdrawn            VALUE "D" "B".
           88  picked-leaving-range        VALUE "R" "D" "B".
           88  picked-not-replenished      VALUE "R" "D".
      *  picked-inv-type is the picked item's inv-type, taken at the
      *  same moment for the same reason -- the promotion lookup in
      *  Apply-Promotion matches on it after the kit scan has run.
       77  picked-inv-type             PIC X(14).

      *  Working storage for Compute-Line-Free-Stock below -- a kit
      *  item's free stock is what its scarcest component can
      *  build.  The table mirrors the one the shared invalloc
               05  comp-per-kit        PIC 9(3) COMP.
       77  comp-buildable              PIC S9(6) COMP.
       77  kit-free-min                PIC S9(6) COMP.
      *  kit-built-free is the kit's own free stock -- kits already
      *  assembled by INVASSM work orders -- which is sold first;
      *  kit-from-stock marks a line those built kits cover whole.
       77  kit-built-free              PIC S9(6) COMP.
       77  kit-stock-switch            PIC X VALUE "N".
           88  kit-from-stock              VALUE "Y".

      *  Reservation hand-off to the shared invalloc keeper.
       77  alloc-call-qty              PIC 9(5) COMP.
           88  price-terms-found        VALUE "Y".
       77  list-price                  PIC 9(5)V99 COMP.
       77  net-price                   PIC 9(5)V99 COMP.
      *  Working storage for Apply-Promotion below.
       77  promo-price                 PIC 9(5)V99 COMP.
       77  promo-code                  PIC X(6).

      *  Working storage for Suggest-Substitutes below.
       01  sub-status                  PIC XX.
       77  line-extension              PIC 9(7)V99 COMP.
       77  line-qty                    PIC 9(5) COMP.

      *  Working storage for Project-Promise-Date below -- the
      *  available-to-promise date off the shared invatp lookup,
      *  quoted to the customer when stock is short and stamped on
      *  the backorder Record-Backorder writes.
       77  promise-date                PIC 9(8).
       77  no-bko-ahead-of             PIC 9(8) COMP VALUE 0.
       77  promise-qty-display         PIC ZZZZ9.

      *  The signed-on session block -- an inquiry sign-on looks
      *  but never touches.  See custsign.cpy.
           COPY "custsign.cpy".
                   " IS CLOSED -- NO NEW ORDERS"
               goback
           END-IF
      *  A held account on cash in advance may still order -- its
      *  goods wait for the money (see Write-Proforma in VOCOK).
           IF  customer-on-hold AND NOT cash-in-advance-account
               DISPLAY "CUSTOMER " VOC-c-code
                   " IS ON CREDIT HOLD -- NO NEW ORDERS ALLOWED"
               goback
           END-IF
           IF  cash-in-advance-account
               DISPLAY "CUSTOMER " VOC-c-code " IS ON CASH IN "
                   "ADVANCE -- A PRO-FORMA WILL BE CUT FOR PAYMENT"
           END-IF

      *  A customer sitting on unapplied cash should have it spread
      *  through VOCAPPL, not pay twice -- the operator is told
                   CONTINUE
               NOT INVALID KEY
                   SET item-found TO TRUE
                   MOVE inv-life-status TO picked-life-status
                   MOVE inv-type TO picked-inv-type
           END-READ

      *  A discontinued or blocked item is not sold at all -- its
      *  in-stock substitutes are offered instead.
           IF  item-found AND picked-withdrawn
               MOVE 1 TO line-qty
               PERFORM Refuse-Leaving-Item
               CLOSE inventory-file
               goback
           END-IF

           IF  item-found
      *  The product pick promises a single unit -- line-qty carries
      *  the shortfall Record-Backorder captures, here and from
      *  already drawn the customer's contract balance down for
      *  goods never sold.
               PERFORM Compute-Line-Free-Stock
               EVALUATE TRUE
                   WHEN free-stock >= line-qty
      *  The list price comes off the shared effective-dated
      *  lookup now -- the price in force on the order date, so a
      *  pre-loaded rise waits for its day and a backdated order
      *  contract for this customer/item wins over the custpric
      *  terms just applied -- the call-off draws the contract
      *  balance down at the negotiated price.
                       PERFORM Get-Dated-List-Price
                       PERFORM Apply-Customer-Pricing
                       PERFORM Apply-Contract-Draw
      *  The unit is reserved, not drawn -- on-hand only comes down
      *  (and the OUT movement only posts) when VOCFULF confirms
      *  the shipment, and a void or VOCAPPR rejection hands the
      *  reservation back through the shared invalloc keeper.
                       PERFORM Reserve-Line-Stock
                   WHEN picked-run-out
      *  A run-out item sells what is left and then stops -- once
      *  its free stock is gone there is no date to promise and no
      *  backorder to take, only the substitutes.
                       PERFORM Refuse-Leaving-Item
                   WHEN OTHER
      *  Too little stock used to mean the request was simply lost
      *  and the customer had to ring back.  The date the quantity
      *  can ship is quoted first, while free-stock is still this
      *  item's.  An equivalent item on the shelf is offered next
      *  -- the demand only goes to the backorder file (for the
      *  CUSTBKRL release run to fill oldest-first when stock
      *  returns) when there is nothing to offer, or when the
      *  customer declines and the operator presses the backorder
      *  capture.
                       PERFORM Project-Promise-Date
                       PERFORM Suggest-Substitutes
                       IF  substitute-count = 0
                           PERFORM Record-Backorder
                       END-IF
               END-EVALUATE
               REFRESH-OBJECT CHANGE-ORDER
           ELSE
               DISPLAY "NO SUCH INVENTORY ITEM: " VOC-C-ITEM-CODE
      *  Compute-Line-Free-Stock works out what the picked  *
      *  item can still promise.  An ordinary item is the    *
      *  loaded invmast record's on-hand less reserved; a     *
      *  kit (bom.ism components on file) sells its built      *
      *  stock first when that covers the whole line, and       *
      *  otherwise is what its scarcest component can           *
      *  build, each component's free stock divided by its      *
      *  per-kit count.  The kit path clobbers the invmast       *
      *  buffer, which both callers have already taken the        *
      *  price from.                                               *
      *                                                  *
      ****************************************************

       Compute-Line-Free-Stock SECTION.

           MOVE "N" TO kit-stock-switch
           PERFORM Load-Kit-Components
           IF  component-count = 0
               PERFORM Compute-Free-Stock
           ELSE
               PERFORM Compute-Free-Stock
               MOVE free-stock TO kit-built-free
               IF  kit-built-free > 0
                       AND kit-built-free >= line-qty
                   SET kit-from-stock TO TRUE
                   EXIT SECTION
               END-IF
               MOVE 99999 TO kit-free-min
               PERFORM VARYING comp-ind FROM 1 BY 1
                               UNTIL comp-ind > component-count
      *                                                  *
      *  Reserve-Line-Stock hands the reservation to the   *
      *  shared invalloc keeper -- which explodes a kit      *
      *  into component reservations, or holds built kits     *
      *  themselves when those cover the line -- so the        *
      *  stock is spoken for from this moment and a second      *
      *  order taken while this one waits on the VOCAPPR        *
      *  worklist cannot sell the same units.                   *
      *                                                  *
      ****************************************************
       Reserve-Line-Stock SECTION.

           MOVE line-qty TO alloc-call-qty
      *  VOC-C-STOCK-FLAG in custvoc.cpb carries the reservation
      *  kind on to the line VOCOK or Add-Order-Line writes -- "K"
      *  for built kits held on the kit's own record.
           IF  kit-from-stock
               CALL "invalloc" USING VOC-C-ITEM-CODE, "B",
                                      alloc-call-qty, VOC-C-ORD-NO,
                                      no-location, no-lot-no
               END-CALL
               MOVE "K" TO VOC-C-STOCK-FLAG
           ELSE
               CALL "invalloc" USING VOC-C-ITEM-CODE, "A",
                                      alloc-call-qty, VOC-C-ORD-NO,
                                      no-location, no-lot-no
               END-CALL
               MOVE "A" TO VOC-C-STOCK-FLAG
           END-IF.
           EXIT.

      ****************************************************
           CLOSE subst-file

           IF  substitute-count > 0
               IF  picked-leaving-range
                   DISPLAY "ITEM " VOC-C-ITEM-CODE " IS LEAVING THE "
                       "RANGE -- OFFER A SUBSTITUTE ABOVE"
               ELSE
                   DISPLAY "ITEM " VOC-C-ITEM-CODE " OUT OF STOCK -- "
                       "OFFER A SUBSTITUTE ABOVE, OR CAPTURE THE "
                       "BACKORDER IF THE CUSTOMER DECLINES"
               END-IF
           END-IF.
           EXIT.

      *                                                  *
      *  Offer-One-Substitute shows one alternate when      *
      *  its free stock covers the quantity asked for --     *
      *  an alternate no longer on the product master,        *
      *  discontinued or blocked itself, or itself too low,    *
      *  is passed over silently.                               *
      *                                                  *
      ****************************************************

               INVALID KEY
                   EXIT SECTION
           END-READ
           IF  item-discontinued OR item-blocked
               EXIT SECTION
           END-IF

           PERFORM Compute-Free-Stock
           IF  free-stock >= line-qty
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Refuse-Leaving-Item tells the operator why an      *
      *  item leaving the range cannot be sold for the        *
      *  quantity asked and offers its in-stock substitutes    *
      *  -- no promise date and no automatic backorder.         *
      *                                                  *
      ****************************************************

       Refuse-Leaving-Item SECTION.

           EVALUATE TRUE
               WHEN picked-run-out
                   DISPLAY "ITEM " VOC-C-ITEM-CODE " IS BEING RUN OUT"
                       " -- NO FREE STOCK LEFT TO SELL"
               WHEN picked-life-status = "D"
                   DISPLAY "ITEM " VOC-C-ITEM-CODE
                       " IS DISCONTINUED -- NO LONGER SOLD"
               WHEN OTHER
                   DISPLAY "ITEM " VOC-C-ITEM-CODE
                       " IS BLOCKED -- QUALITY HOLD"
           END-EVALUATE
           PERFORM Suggest-Substitutes
           IF  substitute-count = 0
               DISPLAY "  NO SUBSTITUTE IN STOCK TO OFFER"
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Capture-Backorder is the "customer declined the    *
           IF  line-qty = 0
               MOVE 1 TO line-qty
           END-IF

      *  The stock-out screen has been and gone, so the promise
      *  date is worked out again here from the item as it stands
      *  -- an item no longer on the master gets no date.
           MOVE 0 TO promise-date
           MOVE SPACE TO picked-life-status
           OPEN INPUT inventory-file
           MOVE VOC-C-ITEM-CODE TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE inv-life-status TO picked-life-status
                   IF  NOT picked-not-replenished
                       PERFORM Compute-Line-Free-Stock
                       PERFORM Project-Promise-Date
                   END-IF
           END-READ
           CLOSE inventory-file

      *  A run-out or discontinued item will not be bought again,
      *  so there is nothing for a backorder to wait for.
           IF  picked-not-replenished
               DISPLAY "ITEM " VOC-C-ITEM-CODE " IS LEAVING THE RANGE"
                   " -- NO BACKORDER TAKEN"
               goback
           END-IF

           PERFORM Record-Backorder

           goback.

      ****************************************************
      *                                                  *
      *  Project-Promise-Date asks the shared invatp       *
      *  lookup for the earliest date line-qty of the       *
      *  item can ship -- free stock now, less every open    *
      *  backorder already queued for it, plus the open       *
      *  PO lines by expected date -- and shows it so the      *
      *  operator can tell the customer while still on the      *
      *  call.  promise-date carries it on to the backorder.    *
      *                                                  *
      ****************************************************

       Project-Promise-Date SECTION.

           CALL "invatp" USING VOC-C-ITEM-CODE, line-qty, free-stock,
                               no-bko-ahead-of, promise-date

           MOVE line-qty TO promise-qty-display
           IF  promise-date = 0
               DISPLAY "NO OPEN PO COVERS " promise-qty-display
                   " OF ITEM " VOC-C-ITEM-CODE
                   " -- NO DATE CAN BE PROMISED YET"
           ELSE
               DISPLAY "ITEM " VOC-C-ITEM-CODE ": "
                   promise-qty-display
                   " AVAILABLE TO PROMISE ON " promise-date
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Record-Backorder writes one backorder record for  *
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD
           MOVE today-date-yyyymmdd TO bko-date
           MOVE "O"             TO bko-status
           MOVE promise-date    TO bko-promise-date
           MOVE promise-date    TO bko-projected-date

           WRITE backorder-record
               INVALID KEY
           CLOSE backorder-file

           DISPLAY "ITEM " VOC-C-ITEM-CODE " OUT OF STOCK -- "
               "BACKORDER " bko-no " RECORDED"
           IF  promise-date NOT = 0
               DISPLAY "  PROMISED FOR " promise-date
           END-IF.
           EXIT.

      ****************************************************
      *  order record.  No terms on file means list price and       *
      *  a zero discount, the same missing-record-means-neutral      *
      *  default Get-Exchange-Rate applies to currencies.             *
      *  A running promotion that beats those terms wins and its      *
      *  code goes on the line -- see Apply-Promotion below.          *
      *                                                  *
      ****************************************************

                   COMPUTE net-price ROUNDED =
                       list-price * (1 - (cp-disc-pct / 100))
               END-IF
           END-IF

           PERFORM Apply-Promotion

           IF  net-price < list-price
               COMPUTE VOC-C-DISC-AMT = list-price - net-price
               MOVE net-price TO VOC-C-ORD-VL
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Promotion asks the shared custprmo lookup   *
      *  for the best promotion running on the order date   *
      *  for this item (or its inv-type) and this customer's *
      *  area and group.  It only wins when it comes in       *
      *  under the customer's own terms; its code then goes    *
      *  in VOC-C-PROMO-CODE (expected alongside VOC-C-ITEM-    *
      *  CODE in custvoc.cpb) for the order line to carry.      *
      *                                                  *
      ****************************************************

       Apply-Promotion SECTION.

           MOVE SPACES TO VOC-C-PROMO-CODE
           MOVE VOC-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE SPACES TO file-c-area
                   MOVE SPACES TO file-c-group-ref
           END-READ

      *  price-lookup-date still holds the order date the list
      *  price was just taken on by Get-Dated-List-Price.
           CALL "custprmo" USING VOC-C-ITEM-CODE, picked-inv-type,
                                 file-c-area, file-c-group-ref,
                                 price-lookup-date, list-price,
                                 promo-price, promo-code
           END-CALL
           IF  promo-code NOT = SPACES AND promo-price < net-price
               MOVE promo-price TO net-price
               MOVE promo-code  TO VOC-C-PROMO-CODE
           END-IF.
           EXIT.

               EXIT SECTION
           END-IF

      *  The contract price replaces whatever promotion applied.
           MOVE con-price TO VOC-C-ORD-VL
           MOVE SPACES TO VOC-C-PROMO-CODE
           IF  list-price > con-price
               COMPUTE VOC-C-DISC-AMT = list-price - con-price
           ELSE
                   CONTINUE
               NOT INVALID KEY
                   SET item-found TO TRUE
                   MOVE inv-life-status TO picked-life-status
                   MOVE inv-type TO picked-inv-type
           END-READ

           IF  NOT item-found
               goback
           END-IF

           IF  picked-withdrawn
               PERFORM Refuse-Leaving-Item
               CLOSE inventory-file
               goback
           END-IF

           PERFORM Compute-Line-Free-Stock
           IF  free-stock < line-qty AND picked-run-out
               PERFORM Refuse-Leaving-Item
               CLOSE inventory-file
               goback
           END-IF
           IF  free-stock < line-qty
      *  Too little free stock -- quote the date it can ship and
      *  offer the in-stock substitutes, exactly as a one-item
      *  stock-out does, and only capture the backorder when there
      *  is nothing to offer.
               PERFORM Project-Promise-Date
               PERFORM Suggest-Substitutes
               IF  substitute-count = 0
                   PERFORM Record-Backorder
           MOVE line-qty        TO ordl-qty
           MOVE VOC-C-ORD-VL    TO ordl-unit-price
           MOVE line-extension  TO ordl-extension
           MOVE VOC-C-STOCK-FLAG TO ordl-stock-flag
           MOVE VOC-C-PROMO-CODE TO ordl-promo-code
      *  VOC-C-LOCATION is the stock-location picker expected
      *  alongside VOC-C-ITEM-CODE in custvoc.cpb -- spaces ships
      *  from the main warehouse, as everything always did.
           MOVE VOC-C-LOCATION  TO ordl-location
           PERFORM Set-Line-Req-Date
           WRITE ordline-record
               INVALID KEY
                   DISPLAY "COULD NOT WRITE ORDER LINE"

           goback.

      ****************************************************
      *                                                  *
      *  Set-Line-Req-Date gives the new line the date the *
      *  customer asked for: the one keyed in VOC-C-REQ-DATE *
      *  when there is one, else the date the order itself   *
      *  carries, else the order date plus the account's      *
      *  lead time from the shared custreqd lookup.           *
      *                                                  *
      ****************************************************

       Set-Line-Req-Date SECTION.

           MOVE 0 TO ordl-req-date
           IF  VOC-C-REQ-DATE NUMERIC
               MOVE VOC-C-REQ-DATE TO ordl-req-date
           END-IF
           IF  ordl-req-date = 0
               IF  VOC-ORD-REQ-DATE(VOC-DOLLAR-REGISTER) NUMERIC
                   MOVE VOC-ORD-REQ-DATE(VOC-DOLLAR-REGISTER)
                       TO ordl-req-date
               END-IF
           END-IF
           IF  ordl-req-date = 0
               MOVE VOC-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE SPACES TO file-c-lead-days(1:3)
               END-READ
      *  price-lookup-date still holds the order date the line
      *  was just priced on by Get-Dated-List-Price.
               CALL "custreqd" USING file-c-lead-days,
                                     price-lookup-date, ordl-req-date
               END-CALL
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Next-Line-No browses the order's existing    *
