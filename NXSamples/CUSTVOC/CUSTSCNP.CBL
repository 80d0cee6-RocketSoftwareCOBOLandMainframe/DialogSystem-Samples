      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Scanned pick confirmation.  The dock's handheld scanners     *
      * upload one record per scan to scanupld.dat -- the order,     *
      * the line, the item, the quantity, the lot and the location   *
      * the picker actually scanned -- and this run checks every     *
      * scan against its ordline.ism line and confirms the shipment  *
      * through the same path the VOCFULF ship confirmation takes:   *
      * the reservation drawn down through the shared invalloc       *
      * keeper (on-hand, the invloc.ism location split and the OUT   *
      * movement), the lot drawn and stamped on the line for the     *
      * CUSTRCLL recall report, the line stamped for the on-time-in- *
      * full report, and the order put on its carrier's manifest,    *
      * queued for the partner's advance ship notice and audited.    *
      * A scan that does not match -- wrong item, more than the      *
      * line has open, the wrong location, or a lot the location     *
      * does not hold -- ships nothing and goes on the exception     *
      * report (custscnx.prt) for the dock supervisor.  A short      *
      * pick ships what was scanned and leaves the rest of the line  *
      * reserved and open: the order goes to part shipped, so the    *
      * next CUSTPICK list carries the remainder, and is confirmed   *
      * shipped only when every line has gone.  What one run ships   *
      * of an order is one shipment of it, with its own delivery     *
      * note and invoice through the shared custship keeper.         *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      * This demonstration program is provided for use by users of   *
      * Rocket Software products and may be used, modified and       *
      * distributed as part of your application provided that you    *
      * properly acknowledge the copyright of Rocket Software in     *
      * this material.                                               *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custscnp.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT scan-file ASSIGN "scanupld.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS scan-status.

           SELECT sort-work-file ASSIGN "custscnp.srt".

      *  ordxref-file turns the scanned order number back into the
      *  customer that owns it, the way CUSTCASH reads a remittance.
           SELECT ordxref-file ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordx-ord-no
           ACCESS IS DYNAMIC
           FILE STATUS IS ordx-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ordl-status.

      *  invlot-file carries the per-lot balances the scanned lot is
      *  checked against and drawn from -- see invlotrc.cpy.
           SELECT invlot-file ASSIGN "invlot.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS lot-key
           ACCESS IS DYNAMIC
           FILE STATUS IS lot-status.

           SELECT mnfline-file ASSIGN "mnfline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS mnl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS mnl-status.

           SELECT report-file ASSIGN "custscnp.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exception-file ASSIGN "custscnx.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  One scan as the handheld uploads it.  Every field arrives
      *  as typed or scanned, so the numbers are tested before use.
      *  A blank location reads as the main warehouse "WH1", the
      *  way ordl-location does; a blank lot is an untracked item.
       FD  scan-file.
       01  scan-record.
           03  sc-ord-no               PIC X(6).
           03  sc-line-no              PIC X(3).
           03  sc-item-code            PIC X(4).
           03  sc-qty                  PIC X(5).
           03  sc-lot-no               PIC X(6).
           03  sc-location             PIC X(3).

      *  sort-record puts the scans in order and line order, so
      *  each order is finished -- shipped, or left open -- once,
      *  after the last of its scans.
       SD  sort-work-file.
       01  sort-record.
           03  ss-ord-no               PIC X(6).
           03  ss-ord-no-n REDEFINES ss-ord-no
                                       PIC 9(6).
           03  ss-line-no              PIC X(3).
           03  ss-line-no-n REDEFINES ss-line-no
                                       PIC 9(3).
           03  ss-item-code            PIC X(4).
           03  ss-qty                  PIC X(5).
           03  ss-qty-n REDEFINES ss-qty
                                       PIC 9(5).
           03  ss-lot-no               PIC X(6).
           03  ss-location             PIC X(3).

       FD  ordxref-file.
           COPY "ordxref.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  invlot-file.
           COPY "invlotrc.cpy".

       FD  mnfline-file.
           COPY "mnflinrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       01  scan-status                 PIC XX.
           88  scan-file-ok            VALUE "00".
           88  scan-file-eof           VALUE "10".
           88  scan-file-not-found     VALUE "35".

       01  ordx-status                 PIC XX.
           88  ordx-file-ok            VALUE "00".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".

       01  lot-status                  PIC XX.
           88  lot-file-ok             VALUE "00".
           88  lot-file-not-found      VALUE "35".
       77  no-lot-file-switch          PIC X VALUE "N".
           88  no-lot-file                 VALUE "Y".

       01  mnl-status                  PIC XX.
           88  mnl-file-ok             VALUE "00".
           88  mnl-file-not-found      VALUE "35".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  today-date-yyyymmdd         PIC 9(8).
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
      *  A ship notice carries the shipment number where an
      *  invoice carries its number on the outbound partner-
      *  document queue -- see CUSTEDIQ.CBL and ediqrec.cpy.
       77  asn-ship-ref                PIC 9(6) VALUE 0.
       77  manifest-closed-flag        PIC X.
           88  carrier-manifest-closed VALUE "Y".
      *  The scanners do not count cartons -- a scanned shipment
      *  goes on the manifest as one, as VOCFULF puts an order the
      *  dock left blank.
       77  shipped-cartons             PIC 9(3) VALUE 1.

      *  The order whose scans are being confirmed -- finished by
      *  Finish-Held-Order when the next order's scans start.
       77  held-c-code                 PIC X(5).
       77  held-ord-no                 PIC 9(6).
       77  order-held-switch           PIC X VALUE "N".
           88  order-held                  VALUE "Y".
       77  held-shipped-switch         PIC X VALUE "N".
           88  held-order-shipped-some     VALUE "Y".
      *  The held order's shipment number and the shared custship
      *  keeper's mode -- see CUSTSHIP.CBL.
       77  held-ship-no                PIC 9(3).
       77  ship-mode                   PIC X.
       77  no-ship-qty                 PIC 9(5) COMP VALUE 0.

       77  scan-ok-switch              PIC X.
           88  scan-accepted               VALUE "Y".
       77  exception-reason            PIC X(50).
       77  scanned-before-qty          PIC 9(5) COMP.
       77  open-line-qty               PIC 9(5) COMP.
       77  scan-ship-qty               PIC 9(5) COMP.
      *  alloc-call-mode is the keeper mode for the line -- a kit
      *  line sold from built kits ("K") ships with "T" against
      *  the kit's own stock.
       77  alloc-call-mode             PIC X.
       77  scan-location               PIC X(3).
       77  line-location               PIC X(3).
       77  qty-display                 PIC ZZZZ9.
       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                    VALUE "Y".
       77  lines-open-count            PIC 9(3) COMP.
       77  lines-open-display          PIC ZZ9.

       77  scans-read                  PIC 9(6) COMP VALUE 0.
       77  scans-confirmed             PIC 9(6) COMP VALUE 0.
       77  scans-rejected              PIC 9(6) COMP VALUE 0.
       77  orders-shipped              PIC 9(6) COMP VALUE 0.
       77  orders-part-shipped         PIC 9(6) COMP VALUE 0.

       01  page-title                  PIC X(40) VALUE
               "SCANNED PICK CONFIRMATION REGISTER".

       01  exception-title             PIC X(50) VALUE
               "SCANNED PICK EXCEPTIONS -- FOR THE DOCK SUPERVISOR".

       01  column-heading              PIC X(50) VALUE
               "ORDER   LIN  ITEM  QTY    LOT     LOC  RESULT".

       01  detail-line.
           03  dl-ord-no               PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-line-no              PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-item-code            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-qty                  PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-lot-no               PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-location             PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-result               PIC X(50).

       01  order-line.
           03  FILLER                  PIC X(6) VALUE "ORDER ".
           03  ol-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ol-result               PIC X(50).

       01  totals-line.
           03  FILLER                  PIC X(12) VALUE "SCANS READ:".
           03  tl-read                 PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE "  CONFIRMED:".
           03  tl-confirmed            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE "  EXCEPTIONS:".
           03  tl-rejected             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(18)
               VALUE "  ORDERS SHIPPED:".
           03  tl-shipped              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(16)
               VALUE "  PART SHIPPED:".
           03  tl-part-shipped         PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           SORT sort-work-file
               ON ASCENDING KEY ss-ord-no, ss-line-no
               INPUT PROCEDURE IS Load-Scans
               OUTPUT PROCEDURE IS Confirm-Scans

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT ordxref-file
           OPEN I-O order-file
           OPEN I-O ordline-file
           OPEN I-O invlot-file
           IF  lot-file-not-found
               SET no-lot-file TO TRUE
           END-IF
           OPEN I-O mnfline-file
           IF  mnl-file-not-found
               OPEN OUTPUT mnfline-file
               CLOSE mnfline-file
               OPEN I-O mnfline-file
           END-IF
           OPEN OUTPUT report-file
           OPEN OUTPUT exception-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE column-heading TO report-line
           WRITE report-line

           MOVE exception-title TO exception-line
           WRITE exception-line
           MOVE SPACES TO exception-line
           WRITE exception-line
           MOVE column-heading TO exception-line
           WRITE exception-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Scans RELEASEs every uploaded scan to the  *
      *  sort.  With no upload on the dock there is      *
      *  nothing to confirm, and the run says so.        *
      *                                                  *
      ****************************************************

       Load-Scans SECTION.

           OPEN INPUT scan-file
           IF  scan-file-not-found
               MOVE "NO SCANNER UPLOAD (SCANUPLD.DAT) TO CONFIRM"
                   TO exception-line
               WRITE exception-line
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           PERFORM UNTIL scan-file-eof
               READ scan-file
                   AT END
                       SET scan-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO scans-read
                       ADD 1 TO run-reads-count
                       MOVE scan-record TO sort-record
                       RELEASE sort-record
               END-READ
           END-PERFORM

           CLOSE scan-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Confirm-Scans returns the sorted scans, checks  *
      *  and confirms each one, and finishes the last    *
      *  order once the scans run out.                   *
      *                                                  *
      ****************************************************

       Confirm-Scans SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       PERFORM Confirm-One-Scan
               END-RETURN
           END-PERFORM

           IF  order-held
               PERFORM Finish-Held-Order
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Confirm-One-Scan makes the checks VOCFULF       *
      *  makes of the order -- not voided, not waiting   *
      *  on approval or cash in advance, not already     *
      *  shipped, its carrier's manifest still open --   *
      *  then checks the scan against the line itself:   *
      *  the item, the quantity still open, the          *
      *  location the line ships from and the            *
      *  lot.  Anything wrong goes to the exception      *
      *  report and ships nothing.                       *
      *                                                  *
      ****************************************************

       Confirm-One-Scan SECTION.

           MOVE SPACES       TO detail-line
           MOVE ss-ord-no    TO dl-ord-no
           MOVE ss-line-no   TO dl-line-no
           MOVE ss-item-code TO dl-item-code
           MOVE ss-qty       TO dl-qty
           MOVE ss-lot-no    TO dl-lot-no
           MOVE ss-location  TO dl-location

           IF  ss-ord-no NOT NUMERIC
               MOVE "ORDER NUMBER NOT NUMERIC" TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

      *  The scans come sorted by order -- the order before this
      *  one has had all its scans and is finished first.
           IF  order-held
               IF  ss-ord-no-n NOT = held-ord-no
                   PERFORM Finish-Held-Order
               END-IF
           END-IF

           MOVE ss-ord-no-n TO ordx-ord-no
           READ ordxref-file
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO exception-reason
                   PERFORM Reject-Scan
                   EXIT SECTION
           END-READ

           MOVE ordx-c-code TO ord-c-code
           MOVE ss-ord-no-n TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO exception-reason
                   PERFORM Reject-Scan
                   EXIT SECTION
           END-READ

           IF  order-voided
               MOVE "ORDER IS VOIDED" TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF
           IF  order-pending-approval
               MOVE "ORDER PENDING APPROVAL -- NOTHING SHOULD SHIP"
                   TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF
           IF  order-awaiting-cash
               MOVE "ORDER STILL WAITING FOR CASH IN ADVANCE"
                   TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF
           IF  order-ful-shipped
               MOVE "ORDER ALREADY CONFIRMED SHIPPED"
                   TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

           IF  ord-carrier NOT = SPACES
               CALL "custmnfl" USING today-date-yyyymmdd, ord-carrier,
                                      manifest-closed-flag
               END-CALL
               IF  carrier-manifest-closed
                   MOVE SPACES TO exception-reason
                   STRING "TODAY'S " ord-carrier " MANIFEST IS CLOSED "
                          "-- CONFIRM TOMORROW"
                       DELIMITED BY SIZE INTO exception-reason
                   PERFORM Reject-Scan
                   EXIT SECTION
               END-IF
           END-IF

           IF  NOT order-held
               MOVE ord-c-code TO held-c-code
               MOVE ord-no     TO held-ord-no
               MOVE "N" TO held-shipped-switch
               MOVE 0 TO held-ship-no
               IF  ord-last-ship-no NUMERIC
                   MOVE ord-last-ship-no TO held-ship-no
               END-IF
               ADD 1 TO held-ship-no
               SET order-held TO TRUE
           END-IF

           IF  ss-line-no NOT NUMERIC
               MOVE "LINE NUMBER NOT NUMERIC" TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

           MOVE ord-c-code   TO ordl-c-code
           MOVE ord-no       TO ordl-ord-no
           MOVE ss-line-no-n TO ordl-line-no
           READ ordline-file
               INVALID KEY
                   MOVE "NO SUCH LINE ON THE ORDER" TO exception-reason
                   PERFORM Reject-Scan
                   EXIT SECTION
           END-READ

           IF  NOT line-stock-allocated
               MOVE "LINE HAS NOTHING WAITING TO SHIP"
                   TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

           IF  ss-item-code NOT = ordl-item-code
               MOVE SPACES TO exception-reason
               STRING "WRONG ITEM -- THE LINE IS FOR " ordl-item-code
                   DELIMITED BY SIZE INTO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

           IF  ss-qty NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF
           IF  ss-qty-n = 0
               MOVE "NOTHING SCANNED" TO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

      *  What an earlier short pick already shipped is off the
      *  line's open quantity.
           MOVE 0 TO scanned-before-qty
           IF  ordl-scan-qty NUMERIC
               MOVE ordl-scan-qty TO scanned-before-qty
           END-IF
           COMPUTE open-line-qty = ordl-qty - scanned-before-qty
           IF  ss-qty-n > open-line-qty
               MOVE open-line-qty TO qty-display
               MOVE SPACES TO exception-reason
               STRING "OVER-PICK -- ONLY " qty-display
                      " OPEN ON THE LINE"
                   DELIMITED BY SIZE INTO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

           MOVE ordl-location TO line-location
           IF  line-location = SPACES
               MOVE "WH1" TO line-location
           END-IF
           MOVE ss-location TO scan-location
           IF  scan-location = SPACES
               MOVE "WH1" TO scan-location
           END-IF
           IF  scan-location NOT = line-location
               MOVE SPACES TO exception-reason
               STRING "WRONG LOCATION -- THE LINE SHIPS FROM "
                      line-location
                   DELIMITED BY SIZE INTO exception-reason
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

           PERFORM Check-Scanned-Lot
           IF  NOT scan-accepted
               PERFORM Reject-Scan
               EXIT SECTION
           END-IF

           PERFORM Ship-Scanned-Quantity.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Scanned-Lot checks the lot against        *
      *  invlot.ism: the lot must be on hand for the     *
      *  item with enough left to cover the scan, an     *
      *  item carrying lots must have its lot scanned,   *
      *  and a line an earlier short pick already        *
      *  stamped must carry on from the same lot -- the  *
      *  line holds one lot for the recall report.       *
      *                                                  *
      ****************************************************

       Check-Scanned-Lot SECTION.

           MOVE "N" TO scan-ok-switch

           IF  ordl-lot-no NOT = SPACES
                   AND ss-lot-no NOT = ordl-lot-no
               MOVE SPACES TO exception-reason
               STRING "WRONG LOT -- THE LINE ALREADY SHIPPED LOT "
                      ordl-lot-no
                   DELIMITED BY SIZE INTO exception-reason
               EXIT SECTION
           END-IF

           IF  no-lot-file
               IF  ss-lot-no NOT = SPACES
                   MOVE SPACES TO exception-reason
                   STRING "LOT NOT HELD AT " scan-location
                       DELIMITED BY SIZE INTO exception-reason
                   EXIT SECTION
               END-IF
               MOVE "Y" TO scan-ok-switch
               EXIT SECTION
           END-IF

           IF  ss-lot-no = SPACES
               MOVE "Y" TO scan-ok-switch
               MOVE ordl-item-code TO lot-item-code
               MOVE LOW-VALUES     TO lot-no
               START invlot-file KEY IS NOT LESS THAN lot-key
                   INVALID KEY
                       EXIT SECTION
               END-START
               READ invlot-file NEXT RECORD
                   AT END
                       EXIT SECTION
               END-READ
               IF  lot-item-code = ordl-item-code
                   MOVE "N" TO scan-ok-switch
                   MOVE "LOT NOT SCANNED -- THE ITEM IS LOT CONTROLLED"
                       TO exception-reason
               END-IF
               EXIT SECTION
           END-IF

           MOVE ordl-item-code TO lot-item-code
           MOVE ss-lot-no      TO lot-no
           READ invlot-file
               INVALID KEY
                   MOVE SPACES TO exception-reason
                   STRING "LOT NOT HELD AT " scan-location
                       DELIMITED BY SIZE INTO exception-reason
                   EXIT SECTION
           END-READ
           IF  lot-qty < ss-qty-n
               MOVE lot-qty TO qty-display
               MOVE SPACES TO exception-reason
               STRING "LOT HOLDS ONLY " qty-display " AT "
                      scan-location
                   DELIMITED BY SIZE INTO exception-reason
               EXIT SECTION
           END-IF

           MOVE "Y" TO scan-ok-switch.
           EXIT.

      ****************************************************
      *                                                  *
      *  Ship-Scanned-Quantity ships what was scanned    *
      *  the way Draw-Down-Shipped-Lines in VOCFULF.CBL  *
      *  does: the lot balance comes down and the lot is *
      *  stamped on the line, the shared invalloc keeper *
      *  turns that much of the reservation into a real  *
      *  decrement at the line's location, and custship  *
      *  puts it on the order's shipment.  A             *
      *  line whose scans now cover it is drawn and      *
      *  stamped shipped; a short one keeps the rest     *
      *  reserved and open.                              *
      *                                                  *
      ****************************************************

       Ship-Scanned-Quantity SECTION.

           MOVE ss-qty-n TO scan-ship-qty

      *  Check-Scanned-Lot left the scanned lot's record read.
           IF  ss-lot-no NOT = SPACES
               SUBTRACT scan-ship-qty FROM lot-qty
               REWRITE invlot-record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE ss-lot-no TO ordl-lot-no
           END-IF

           MOVE "S" TO alloc-call-mode
           IF  line-built-kit
               MOVE "T" TO alloc-call-mode
           END-IF
           CALL "invalloc" USING ordl-item-code, alloc-call-mode,
                                  scan-ship-qty, ordl-ord-no,
                                  ordl-location,
                                  ordl-lot-no
           END-CALL

           ADD scan-ship-qty TO scanned-before-qty
           MOVE scanned-before-qty TO ordl-scan-qty
           MOVE today-date-yyyymmdd TO ordl-last-ship-date
           MOVE "L" TO ship-mode
           CALL "custship" USING ship-mode, held-ship-no, order-record,
                                  ordline-record, scan-ship-qty
           END-CALL
           IF  scanned-before-qty < ordl-qty
               COMPUTE open-line-qty = ordl-qty - scanned-before-qty
               MOVE open-line-qty TO qty-display
               STRING "SHORT PICK SHIPPED -- " qty-display
                      " LEFT OPEN"
                   DELIMITED BY SIZE INTO dl-result
           ELSE
               MOVE "D" TO ordl-stock-flag
               PERFORM Stamp-Line-Shipped
               MOVE "SHIPPED -- LINE COMPLETE" TO dl-result
           END-IF

           REWRITE ordline-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           SET held-order-shipped-some TO TRUE
           ADD 1 TO scans-confirmed
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Stamp-Line-Shipped records on a line the scans  *
      *  have now covered what the on-time-in-full       *
      *  report measures, as Stamp-Line-Shipped in       *
      *  VOCFULF.CBL does: today as the ship date, the   *
      *  whole line as the quantity, and -- for a line   *
      *  that went after its requested date -- a credit  *
      *  hold reason for an order that sat in the        *
      *  approval queue, else the warehouse.             *
      *                                                  *
      ****************************************************

       Stamp-Line-Shipped SECTION.

           MOVE today-date-yyyymmdd TO ordl-ship-date
           MOVE ordl-qty TO ordl-ship-qty
           MOVE SPACES TO ordl-otif-reason

           IF  ordl-req-date NUMERIC
               IF  ordl-req-date > 0
                       AND today-date-yyyymmdd > ordl-req-date
                   IF  ord-appr-status = "A"
                       SET otif-credit-hold TO TRUE
                   ELSE
                       SET otif-warehouse TO TRUE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Finish-Held-Order closes off an order once all  *
      *  its scans are through.  With every reserved     *
      *  line gone it is confirmed shipped, exactly as   *
      *  Confirm-Order-Shipped in VOCFULF.CBL confirms   *
      *  it; with lines still open after a short pick it *
      *  goes to part shipped so the next pick list      *
      *  carries what is left.  Either way what went is  *
      *  one shipment -- its delivery note and invoice   *
      *  cut through custship -- put on the carrier's    *
      *  manifest, queued for the advance ship notice    *
      *  and audited.  An order none of whose scans were *
      *  good is left as it was.                         *
      *                                                  *
      ****************************************************

       Finish-Held-Order SECTION.

           MOVE "N" TO order-held-switch
           IF  NOT held-order-shipped-some
               EXIT SECTION
           END-IF

           MOVE held-c-code TO ord-c-code
           MOVE held-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   EXIT SECTION
           END-READ

           PERFORM Count-Open-Lines

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE SPACES TO ol-result
           MOVE ord-no TO ol-ord-no
           STRING "ORDER " ord-no DELIMITED BY SIZE
               INTO aud-before-image
           MOVE today-date-yyyymmdd TO ord-ship-date
           MOVE held-ship-no TO ord-last-ship-no
           IF  lines-open-count = 0
               MOVE "S" TO ord-ful-status
               STRING "SHIPPED " today-date-yyyymmdd
                   DELIMITED BY SIZE INTO aud-after-image
               MOVE "CONFIRMED SHIPPED" TO ol-result
               ADD 1 TO orders-shipped
           ELSE
               MOVE "B" TO ord-ful-status
               MOVE lines-open-count TO lines-open-display
               STRING "PART SHIPPED " today-date-yyyymmdd
                   DELIMITED BY SIZE INTO aud-after-image
               STRING "PART SHIPPED -- " lines-open-display
                      " LINE(S) LEFT OPEN FOR THE NEXT PICK"
                   DELIMITED BY SIZE INTO ol-result
               ADD 1 TO orders-part-shipped
           END-IF

           REWRITE order-record
               INVALID KEY
                   MOVE "COULD NOT UPDATE THE ORDER'S SHIP STATE"
                       TO ol-result
                   MOVE order-line TO exception-line
                   WRITE exception-line
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-REWRITE

           MOVE "F" TO ship-mode
           CALL "custship" USING ship-mode, held-ship-no, order-record,
                                  ordline-record, no-ship-qty
           END-CALL

           IF  ord-carrier NOT = SPACES
               PERFORM Write-Manifest-Line
           END-IF

           MOVE held-ship-no TO asn-ship-ref
           CALL "custediq" USING "ASN ", ord-c-code, ord-no,
                                  asn-ship-ref
           END-CALL

           CALL "custaud" USING "ORDER-SHIP", ord-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE order-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Count-Open-Lines counts the held order's lines  *
      *  still holding a reservation.                    *
      *                                                  *
      ****************************************************

       Count-Open-Lines SECTION.

           MOVE 0 TO lines-open-count
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
                           ADD 1 TO lines-open-count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Manifest-Line puts the shipment on        *
      *  today's manifest for its carrier, as VOCFULF    *
      *  does.  An order already on today's manifest     *
      *  from an earlier short pick stays as it is.      *
      *                                                  *
      ****************************************************

       Write-Manifest-Line SECTION.

           INITIALIZE mnfline-record
           MOVE today-date-yyyymmdd TO mnl-ship-date
           MOVE ord-carrier         TO mnl-carrier
           MOVE ord-c-code          TO mnl-c-code
           MOVE ord-no              TO mnl-ord-no
           MOVE shipped-cartons     TO mnl-cartons
           MOVE ord-currency        TO mnl-currency
           WRITE mnfline-record
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reject-Scan puts the scan and the reason on the *
      *  dock supervisor's exception report.             *
      *                                                  *
      ****************************************************

       Reject-Scan SECTION.

           MOVE exception-reason TO dl-result
           MOVE detail-line TO exception-line
           WRITE exception-line
           ADD 1 TO scans-rejected
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE scans-read          TO tl-read
           MOVE scans-confirmed     TO tl-confirmed
           MOVE scans-rejected      TO tl-rejected
           MOVE orders-shipped      TO tl-shipped
           MOVE orders-part-shipped TO tl-part-shipped

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE totals-line TO report-line
           WRITE report-line

           MOVE SPACES TO exception-line
           WRITE exception-line
           MOVE totals-line TO exception-line
           WRITE exception-line

           CALL "custrunc" USING "CUSTSCNP", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE ordxref-file
           CLOSE order-file
           CLOSE ordline-file
           IF  NOT no-lot-file
               CLOSE invlot-file
           END-IF
           CLOSE mnfline-file
           CLOSE report-file
           CLOSE exception-file.
           EXIT.
