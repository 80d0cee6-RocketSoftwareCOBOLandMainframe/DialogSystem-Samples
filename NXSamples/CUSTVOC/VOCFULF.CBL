           FILE STATUS IS lot-status
           lock MODE IS AUTOMATIC.

      *  mnfline-file takes one line per confirmed shipment for the
      *  carrier's end-of-day manifest, carrying the cartons the
      *  dock counted -- CUSTMNFT.CBL fills in the rest and prints
      *  it.  Opened and closed per entry point like invlot-file.
           SELECT mnfline-file ASSIGN "mnfline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS mnl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS mnl-status
           lock MODE IS AUTOMATIC.

       DATA DIVISION.

       FILE SECTION.
       FD  invlot-file.
           COPY "invlotrc.cpy".

       FD  mnfline-file.
           COPY "mnflinrc.cpy".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".
       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                VALUE "Y".
       77  alloc-line-qty              PIC 9(5) COMP.
      *  alloc-call-mode is the keeper mode for the line -- a kit
      *  line sold from built kits ("K") ships with "T" and
      *  releases with "U" against the kit's own stock.
       77  alloc-call-mode             PIC X.
      *  What short scanned picks and earlier shipments already
      *  took off the line, what that leaves reserved, and what of
      *  it goes on this shipment.
       77  scanned-line-qty            PIC 9(5) COMP.
       77  open-line-qty               PIC 9(5) COMP.
       77  going-line-qty              PIC 9(5) COMP.
       77  lines-reserved-count        PIC 9(3) COMP.
       77  lines-going-count           PIC 9(3) COMP.
       77  lines-left-open-count       PIC 9(3) COMP.
       77  lines-open-display          PIC ZZ9.
      *  The shipment being confirmed and the shared custship
      *  keeper's mode -- see CUSTSHIP.CBL.
       77  this-ship-no                PIC 9(3).
       77  ship-mode                   PIC X.
       77  no-ship-qty                 PIC 9(5) COMP VALUE 0.
       77  short-qty-display           PIC ZZZZ9.
       77  ordered-qty-display         PIC ZZZZ9.
      *  A ship notice carries the shipment number where an
      *  invoice carries its number on the outbound partner-
      *  document queue -- see CUSTEDIQ.CBL and ediqrec.cpy.
       77  asn-ship-ref                PIC 9(6) VALUE 0.

      *  Working storage for Assign-Line-Lot below.
       01  lot-status                  PIC XX.
       77  fallback-lot-date           PIC 9(8).
       77  lot-draw-qty                PIC 9(5) COMP.

      *  Working storage for the carrier manifest -- see
      *  Write-Manifest-Line below and custmnfl.cbl.
       01  mnl-status                  PIC XX.
           88  mnl-file-ok             VALUE "00".
           88  mnl-file-not-found      VALUE "35".
       77  manifest-closed-flag        PIC X.
           88  carrier-manifest-closed VALUE "Y".
       77  shipped-cartons             PIC 9(3).

      *  The signed-on session block -- an inquiry sign-on looks
      *  but never touches.  See custsign.cpy.
           COPY "custsign.cpy".
       LINKAGE SECTION.

	    COPY "ds-call.cpy".
      *  Confirm-Order-Shipped also expects VOC-C-CARTONS, a 9(3)
      *  count of the cartons the order went out in -- see
      *  Write-Manifest-Line below -- and VOC-C-OTIF-REASON, the
      *  XX reason code (see ordlinrc.cpy) the dock gives when the
      *  order goes out after its requested date.  Record-Short-
      *  Shipment expects VOC-C-LINE-NO, the 9(3) line being
      *  shorted, and VOC-C-SHIP-QTY, the 9(5) quantity that is
      *  actually going, alongside them.
           COPY "custvoc.cpb".

      ****************************************************
      *  Confirm-Order-Shipped is entered from the order   *
      *  dialog against the row pointed to by               *
      *  VOC-DOLLAR-REGISTER -- the same row addressing      *
      *  Record-Adjustment in VOCOK.CBL uses -- when goods    *
      *  have actually left the dock.  Each confirmation is   *
      *  one shipment of the order: every reserved line       *
      *  sends what is still open on it, or what the dock     *
      *  keyed through Record-Short-Shipment, and whatever    *
      *  stays behind stays reserved for a later shipment.    *
      *  The order goes to shipped once every line has gone,  *
      *  part shipped until then, with ord-ship-date the      *
      *  latest shipment's date; the shipment gets its own    *
      *  delivery note and its own invoice for what went      *
      *  through the shared custship keeper.  A voided        *
      *  order, an order still pending supervisor approval,   *
      *  an order already confirmed shipped and a             *
      *  confirmation with nothing keyed to go are all        *
      *  refused, and so is a shipment on a carrier whose     *
      *  manifest for today CUSTMNFT has already closed --    *
      *  the driver has gone and the goods belong on          *
      *  tomorrow's manifest.                                 *
      *                                                  *
      ****************************************************

           END-IF

           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD

           IF  ord-carrier NOT = SPACES
               CALL "custmnfl" USING today-date-yyyymmdd, ord-carrier,
                                      manifest-closed-flag
               END-CALL
               IF  carrier-manifest-closed
                   DISPLAY "TODAY'S " ord-carrier " MANIFEST IS "
                       "CLOSED -- CONFIRM ORDER " ord-no " TOMORROW"
                   goback
               END-IF
           END-IF

      *  What goes on this shipment, and what it leaves open, is
      *  worked out before anything moves.  An order with no
      *  reserved lines (keyed by value, or built before
      *  allocation) ships whole, as every order always did.
           PERFORM Count-Lines-Going
           IF  lines-reserved-count > 0 AND lines-going-count = 0
               DISPLAY "ORDER " ord-no " HAS NOTHING KEYED TO GO -- "
                   "SHIPMENT NOT CONFIRMED"
               goback
           END-IF

           MOVE 0 TO this-ship-no
           IF  ord-last-ship-no NUMERIC
               MOVE ord-last-ship-no TO this-ship-no
           END-IF
           ADD 1 TO this-ship-no

           IF  lines-left-open-count = 0
               MOVE "S" TO ord-ful-status
           ELSE
               MOVE "B" TO ord-ful-status
           END-IF
           MOVE today-date-yyyymmdd TO ord-ship-date
           IF  lines-going-count > 0
               MOVE this-ship-no TO ord-last-ship-no
           END-IF
           REWRITE order-record
               INVALID KEY
                   DISPLAY "COULD NOT CONFIRM SHIPMENT FOR ORDER "
      *  OUT movements post to the ledger through invalloc.
           PERFORM Draw-Down-Shipped-Lines

      *  The shipment's delivery note and invoice, for what went.
           IF  lines-going-count > 0
               MOVE "F" TO ship-mode
               CALL "custship" USING ship-mode, this-ship-no,
                                      order-record, ordline-record,
                                      no-ship-qty
               END-CALL
           END-IF

           IF  ord-carrier NOT = SPACES
               PERFORM Write-Manifest-Line
           END-IF

      *  Queue the shipment for the trading partner's advance ship
      *  notice -- CUSTEDIX builds it overnight for an account whose
      *  partner asks for one.
           MOVE 0 TO asn-ship-ref
           IF  lines-going-count > 0
               MOVE this-ship-no TO asn-ship-ref
           END-IF
           CALL "custediq" USING "ASN ", ord-c-code, ord-no,
                                  asn-ship-ref
           END-CALL

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ORDER " ord-no DELIMITED BY SIZE
               INTO aud-before-image
           IF  order-ful-shipped
               STRING "SHIPPED " today-date-yyyymmdd
                   DELIMITED BY SIZE INTO aud-after-image
           ELSE
               STRING "PART SHIPPED " today-date-yyyymmdd
                      " SHIPMENT " this-ship-no
                   DELIMITED BY SIZE INTO aud-after-image
           END-IF
           CALL "custaud" USING "ORDER-SHIP", VOC-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           IF  order-ful-shipped
               DISPLAY "ORDER " ord-no " CONFIRMED SHIPPED"
           ELSE
               MOVE lines-left-open-count TO lines-open-display
               DISPLAY "ORDER " ord-no " PART SHIPPED -- "
                   lines-open-display " LINE(S) LEFT OPEN FOR THE "
                   "NEXT PICK"
           END-IF

           REFRESH-OBJECT ORDER-BOX

           goback.

      ****************************************************
      *                                                  *
      *  Count-Lines-Going browses the order's lines and   *
      *  counts those still reserved, those with something  *
      *  going on this shipment, and those that will still   *
      *  be open after it.                                    *
      *                                                  *
      ****************************************************

       Count-Lines-Going SECTION.

           MOVE 0 TO lines-reserved-count lines-going-count
                     lines-left-open-count
           MOVE "N" TO line-eof-switch
           MOVE ord-c-code TO ordl-c-code
           MOVE ord-no     TO ordl-ord-no
           MOVE 0          TO ordl-line-no
           START ordline-file KEY IS NOT LESS THAN ordl-key
               INVALID KEY
                   SET line-eof TO TRUE
           END-START

           PERFORM UNTIL line-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET line-eof TO TRUE
               END-READ
               IF  NOT line-eof
                   IF  ordl-c-code NOT = ord-c-code
                           OR ordl-ord-no NOT = ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  line-stock-allocated
                           ADD 1 TO lines-reserved-count
                           PERFORM Work-Out-Going-Qty
                           IF  going-line-qty > 0
                               ADD 1 TO lines-going-count
                           END-IF
                           IF  going-line-qty < open-line-qty
                               ADD 1 TO lines-left-open-count
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Work-Out-Going-Qty sets open-line-qty to what the  *
      *  reserved line still has to ship -- short scanned    *
      *  picks and earlier shipments are off it -- and        *
      *  going-line-qty to what goes now: all of it, unless    *
      *  the dock keyed less through Record-Short-Shipment.    *
      *                                                  *
      ****************************************************

       Work-Out-Going-Qty SECTION.

           MOVE 0 TO scanned-line-qty
           IF  ordl-scan-qty NUMERIC
               MOVE ordl-scan-qty TO scanned-line-qty
           END-IF
           IF  scanned-line-qty < ordl-qty
               COMPUTE open-line-qty = ordl-qty - scanned-line-qty
           ELSE
               MOVE 0 TO open-line-qty
           END-IF
           MOVE open-line-qty TO going-line-qty
           IF  ordl-ship-qty NUMERIC
               IF  ordl-ship-qty < open-line-qty
                   MOVE ordl-ship-qty TO going-line-qty
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Draw-Down-Shipped-Lines browses the shipped       *
      *  order's ordline.ism lines and converts what goes    *
      *  of each still-allocated one to a real stock          *
      *  decrement through the shared invalloc keeper,        *
      *  recording it on the shipment through custship.       *
      *  A line whose shipments now cover it is marked drawn  *
      *  so a re-confirmation cannot draw the stock twice;    *
      *  one with a remainder keeps it reserved and open.     *
      *  Lines written before allocation existed already      *
      *  drew their stock when they were built and are not    *
      *  drawn again.  Every finished line is stamped with     *
      *  the date and quantity that shipped -- see             *
      *  Stamp-Line-Shipped.                                   *
      *                                                  *
      ****************************************************

                       SET line-eof TO TRUE
                   ELSE
                       IF  line-stock-allocated
                           PERFORM Ship-Line-Quantity
                       ELSE
                           IF  line-stock-drawn
                               PERFORM Stamp-Line-Shipped
                               REWRITE ordline-record
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Ship-Line-Quantity draws what goes of the reserved *
      *  line just read, adds it to what the line has         *
      *  shipped so far, and puts it on the shipment.  The     *
      *  dock's keyed quantity holds for this confirmation     *
      *  only -- the next one sends whatever is still open.    *
      *                                                  *
      ****************************************************

       Ship-Line-Quantity SECTION.

           PERFORM Work-Out-Going-Qty
           MOVE going-line-qty TO alloc-line-qty

      *  Lot-controlled items ship oldest lot first -- the lot is
      *  decided here, where the stock actually leaves, and
      *  stamped on the line for the recall report.
           IF  alloc-line-qty > 0
               PERFORM Assign-Line-Lot
               MOVE "S" TO alloc-call-mode
               IF  line-built-kit
                   MOVE "T" TO alloc-call-mode
               END-IF
               CALL "invalloc" USING ordl-item-code,
                                      alloc-call-mode,
                                      alloc-line-qty,
                                      ordl-ord-no,
                                      ordl-location,
                                      ordl-lot-no
               END-CALL
               ADD alloc-line-qty TO scanned-line-qty
               MOVE scanned-line-qty TO ordl-scan-qty
               MOVE today-date-yyyymmdd TO ordl-last-ship-date
               MOVE "L" TO ship-mode
               CALL "custship" USING ship-mode, this-ship-no,
                                      order-record, ordline-record,
                                      alloc-line-qty
               END-CALL
           END-IF

           IF  scanned-line-qty NOT < ordl-qty
               MOVE "D" TO ordl-stock-flag
               PERFORM Stamp-Line-Shipped
           ELSE
               MOVE ordl-qty TO ordl-ship-qty
           END-IF
           REWRITE ordline-record
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Stamp-Line-Shipped records on a finished line     *
      *  what the on-time-in-full report measures: today     *
      *  as the ship date and the whole line as the           *
      *  quantity -- the remainder of a part-shipped line      *
      *  stays open until it goes, so a line finishes in       *
      *  full.  A line that went after its requested date      *
      *  needs a reason -- one already recorded against a      *
      *  short part shipment stands, else the one the dock     *
      *  keyed if it is a known code, else a credit hold for   *
      *  an order that sat in the approval queue, else the     *
      *  warehouse.  A line already stamped keeps its stamp.   *
      *                                                  *
      ****************************************************

       Stamp-Line-Shipped SECTION.

           IF  ordl-ship-date NUMERIC
               IF  ordl-ship-date > 0
                   EXIT SECTION
               END-IF
           END-IF

           MOVE today-date-yyyymmdd TO ordl-ship-date
           MOVE ordl-qty TO ordl-ship-qty

           IF  otif-reason-valid
               EXIT SECTION
           END-IF
           MOVE SPACES TO ordl-otif-reason

           IF  ordl-req-date NUMERIC
               IF  ordl-req-date > 0
                       AND today-date-yyyymmdd > ordl-req-date
                   MOVE VOC-C-OTIF-REASON TO ordl-otif-reason
                   IF  NOT otif-reason-valid
                       IF  ord-appr-status = "A"
                           SET otif-credit-hold TO TRUE
                       ELSE
                           SET otif-warehouse TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Record-Short-Shipment is entered from the order   *
      *  dialog before Confirm-Order-Shipped, once per line  *
      *  the dock cannot fill: line VOC-C-LINE-NO of the      *
      *  row pointed to by VOC-DOLLAR-REGISTER sends only      *
      *  VOC-C-SHIP-QTY on the next shipment (zero holds the   *
      *  line back altogether), for the reason in              *
      *  VOC-C-OTIF-REASON (spaces for stock shortage).  The   *
      *  rest stays reserved and goes on a later shipment.     *
      *  Nothing moves in stock until the confirmation; the    *
      *  line only remembers the quantity and the reason.      *
      *                                                  *
      ****************************************************

       Record-Short-Shipment SECTION.

       ENTRY "Record-Short-Shipment".

           IF  session-inquiry
               DISPLAY "INQUIRY SIGN-ON -- SHIPMENTS ARE DISABLED"
               goback
           END-IF

           MOVE VOC-c-code TO ord-c-code
           MOVE VOC-ORD-NO(VOC-DOLLAR-REGISTER) TO ord-no
           READ order-file
               INVALID KEY
                   DISPLAY "ORDER " ord-no " NOT ON FILE"
                   goback
           END-READ
           IF  order-ful-shipped
               DISPLAY "ORDER " ord-no " WAS ALREADY CONFIRMED "
                   "SHIPPED ON " ord-ship-date
               goback
           END-IF

           MOVE ord-c-code    TO ordl-c-code
           MOVE ord-no        TO ordl-ord-no
           MOVE VOC-C-LINE-NO TO ordl-line-no
           READ ordline-file
               INVALID KEY
                   DISPLAY "ORDER " ord-no " HAS NO LINE "
                       VOC-C-LINE-NO
                   goback
           END-READ

           IF  NOT line-stock-allocated
               DISPLAY "LINE " VOC-C-LINE-NO " HAS NO RESERVED "
                   "STOCK WAITING TO SHIP"
               goback
           END-IF

           PERFORM Work-Out-Going-Qty
           MOVE open-line-qty TO ordered-qty-display
           IF  VOC-C-SHIP-QTY NOT NUMERIC
               DISPLAY "SHIP QUANTITY MUST BE A NUMBER"
               goback
           END-IF
           IF  VOC-C-SHIP-QTY NOT < open-line-qty
               DISPLAY "SHIP QUANTITY MUST BE LESS THAN THE "
                   ordered-qty-display " STILL OPEN"
               goback
           END-IF

           IF  VOC-C-OTIF-REASON = SPACES
               SET otif-stock-short TO TRUE
           ELSE
               MOVE VOC-C-OTIF-REASON TO ordl-otif-reason
               IF  NOT otif-reason-valid
                   DISPLAY "REASON MUST BE ST, CR, CU, CA, WH OR OT"
                   goback
               END-IF
           END-IF

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ORDER " ord-no " LINE " ordl-line-no
                  " OPEN " ordered-qty-display
               DELIMITED BY SIZE INTO aud-before-image
           MOVE VOC-C-SHIP-QTY TO ordl-ship-qty
           MOVE ordl-ship-qty TO short-qty-display
           STRING "SHIPPING " short-qty-display
                  " REASON " ordl-otif-reason
               DELIMITED BY SIZE INTO aud-after-image

           REWRITE ordline-record
               INVALID KEY
                   DISPLAY "COULD NOT RECORD THE SHORT SHIPMENT"
                   goback
           END-REWRITE

           CALL "custaud" USING "LINE-SHORT", VOC-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           DISPLAY "LINE " ordl-line-no " WILL SHIP "
               short-qty-display " OF " ordered-qty-display
               " OPEN -- THE REST STAYS RESERVED FOR A LATER "
               "SHIPMENT"

           goback.

      ****************************************************
      *                                                  *
      *  Write-Manifest-Line puts the shipment on today's  *
      *  manifest for its carrier with the cartons keyed    *
      *  in VOC-C-CARTONS (one, if the dock left it blank).  *
      *  The address, declared value and freight are          *
      *  filled in from the order when CUSTMNFT runs, so      *
      *  they pick up any correction made before close.       *
      *  A second shipment of the order the same day adds     *
      *  its cartons to the order's line already there.       *
      *                                                  *
      ****************************************************

       Write-Manifest-Line SECTION.

           OPEN I-O mnfline-file
           IF  mnl-file-not-found
               OPEN OUTPUT mnfline-file
               CLOSE mnfline-file
               OPEN I-O mnfline-file
           END-IF

           MOVE VOC-C-CARTONS TO shipped-cartons
           IF  shipped-cartons = 0
               MOVE 1 TO shipped-cartons
           END-IF

           INITIALIZE mnfline-record
           MOVE today-date-yyyymmdd TO mnl-ship-date
           MOVE ord-carrier         TO mnl-carrier
           MOVE ord-c-code          TO mnl-c-code
           MOVE ord-no              TO mnl-ord-no
           MOVE shipped-cartons     TO mnl-cartons
           MOVE ord-currency        TO mnl-currency
           WRITE mnfline-record
               INVALID KEY
                   READ mnfline-file
                       INVALID KEY
                           DISPLAY "ORDER " ord-no " COULD NOT BE PUT "
                               "ON THE " ord-carrier " MANIFEST"
                       NOT INVALID KEY
                           ADD shipped-cartons TO mnl-cartons
                           REWRITE mnfline-record
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
           END-WRITE

           CLOSE mnfline-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Assign-Line-Lot picks the lot this line ships     *
      *  from -- the oldest lot with enough balance to       *
      *  cover the quantity going (alloc-line-qty), or       *
      *  failing that the oldest with anything left --        *
      *  stamps it on the line and draws the lot balance      *
      *  down.  A line an earlier shipment already stamped    *
      *  carries on from the same lot -- the line holds one   *
      *  lot for the recall report.  An item with no invlot   *
      *  records (or a site with no invlot.ism at all) ships  *
      *  untracked, as everything always did.                 *
      *                                                  *
      ****************************************************


           MOVE SPACES TO chosen-lot-no fallback-lot-no
           MOVE 99999999 TO chosen-lot-date fallback-lot-date
           IF  ordl-lot-no NOT = SPACES
               MOVE ordl-lot-no TO chosen-lot-no
               GO TO Draw-Chosen-Lot
           END-IF
           MOVE "N" TO lot-eof-switch
           MOVE ordl-item-code TO lot-item-code
           MOVE LOW-VALUES     TO lot-no
                   IF  lot-item-code NOT = ordl-item-code
                       SET lot-eof TO TRUE
                   ELSE
                       IF  lot-qty >= alloc-line-qty
                               AND lot-recv-date < chosen-lot-date
                           MOVE lot-no        TO chosen-lot-no
                           MOVE lot-recv-date TO chosen-lot-date

           IF  chosen-lot-no = SPACES
               MOVE fallback-lot-no TO chosen-lot-no
           END-IF.

       Draw-Chosen-Lot.
           IF  chosen-lot-no NOT = SPACES
               MOVE ordl-item-code TO lot-item-code
               MOVE chosen-lot-no  TO lot-no
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  lot-qty > alloc-line-qty
                           MOVE alloc-line-qty TO lot-draw-qty
                       ELSE
                           MOVE lot-qty TO lot-draw-qty
                       END-IF
