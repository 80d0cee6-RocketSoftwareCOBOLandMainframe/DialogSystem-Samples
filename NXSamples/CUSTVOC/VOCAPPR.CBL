           ACCESS IS DYNAMIC
           lock MODE IS AUTOMATIC.

      *  proforma-file -- a held cash-in-advance order's pro-forma
      *  is cut here at approval time, as its invoice is.
           SELECT proforma-file ASSIGN "proforma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pf-no
           ALTERNATE RECORD KEY IS pf-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS pf-status-code
           lock MODE IS AUTOMATIC.

      ****************************************************
      *                                                  *
      *                                                  *
       FD  ordline-file is external.
           COPY "ordlinrc.cpy".

       FD  proforma-file.
           COPY "proforma.cpy".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".

       78  control-id-apprlim              VALUE "APPRLIM ".
       78  control-id-invno                VALUE "INVNO   ".
       78  control-id-pfno                 VALUE "PFNO    ".
       01  pf-status-code              PIC XX.
           88  pf-file-ok              VALUE "00".
           88  pf-file-not-found       VALUE "35".
       78  appr-list-size                  VALUE 15.

       77  appr-row-ind                PIC 9(4) COMP.
       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                VALUE "Y".
       77  alloc-line-qty              PIC 9(5) COMP.
      *  Lines still reserved on the order being approved -- they
      *  are invoiced shipment by shipment as they ship (see
      *  CUSTSHIP.CBL), so the order gets no invoice here.
       77  lines-to-ship-count         PIC 9(3) COMP.
      *  alloc-call-mode is the keeper mode for the line -- a kit
      *  line sold from built kits ("K") releases with "U" against
      *  the kit's own stock.
       77  alloc-call-mode             PIC X.

      *  CALL "custbsum" interface -- a rejection voids the order,
      *  which moves the customer's balance.
      *  Approve-Order marks the picked row explicitly     *
      *  approved -- from here it reaches the statement      *
      *  and the GL feed like any other order.  The invoice   *
      *  the counter moment never cut is cut here -- unless     *
      *  the order still has lines to ship, which are invoiced  *
      *  shipment by shipment as they go -- and the             *
      *  order is marked for the GL feed in case the nightly    *
      *  checkpoint already moved past its order date while      *
      *  it sat pending.                                         *
                   CONTINUE
           END-REWRITE

           PERFORM Count-Lines-To-Ship
           IF  lines-to-ship-count > 0
               DISPLAY "ORDER " ord-no " WILL BE "
                   "INVOICED SHIPMENT BY SHIPMENT AS IT SHIPS"
           ELSE
               PERFORM Write-Approved-Invoice
           END-IF
           IF  order-awaiting-cash
               PERFORM Write-Approved-Proforma
           END-IF

           MOVE ord-val TO ord-val-display
           MOVE SPACES TO aud-before-image aud-after-image

           goback.

      ****************************************************
      *                                                  *
      *  Count-Lines-To-Ship counts the order's lines      *
      *  still reserved and waiting to ship.  An order       *
      *  keyed by value has none, and neither has one whose  *
      *  lines were drawn as it was built (a CUSTCNSU        *
      *  consignment usage order) -- those are invoiced      *
      *  whole, here.                                        *
      *                                                  *
      ****************************************************

       Count-Lines-To-Ship SECTION.

           MOVE 0 TO lines-to-ship-count
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
                           ADD 1 TO lines-to-ship-count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Approved-Invoice cuts the numbered invoice  *
               INVALID KEY
                   DISPLAY "COULD NOT WRITE INVOICE FOR ORDER "
                       ord-no
               NOT INVALID KEY
      *  Queued for the trading partner's electronic invoice, as
      *  Write-Invoice in VOCOK queues one.
                   CALL "custediq" USING "INV ", invo-c-code,
                                          invo-ord-no, invo-no
                   END-CALL
           END-WRITE

           CALL "vocinvc" USING invoice-record, customer-record
       Write-Approved-Invoice-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Approved-Proforma cuts the pro-forma a    *
      *  held cash-in-advance order never got at the     *
      *  counter, numbered off the "PFNO    " control    *
      *  record exactly as Write-Proforma in VOCOK does, *
      *  and hands it to VOCPFRM for the printed         *
      *  document.                                       *
      *                                                  *
      ****************************************************

       Write-Approved-Proforma SECTION.

           MOVE ord-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   GO TO Write-Approved-Proforma-Exit
           END-READ

           OPEN I-O proforma-file
           IF  pf-file-not-found
               OPEN OUTPUT proforma-file
               CLOSE proforma-file
               OPEN I-O proforma-file
           END-IF

           MOVE control-id-pfno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO proforma-record
           MOVE ctl-next-no TO pf-no
           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ord-no          TO pf-ord-no
           MOVE ord-c-code      TO pf-c-code
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD
           MOVE today-date-yyyymmdd TO pf-date
           COMPUTE pf-amount = ord-val + ord-tax + ord-freight
           MOVE ord-pay-val     TO pf-paid
           MOVE ord-currency    TO pf-currency
           SET pf-open TO TRUE
           MOVE 0 TO pf-close-date

           WRITE proforma-record
               INVALID KEY
                   DISPLAY "COULD NOT WRITE PRO-FORMA FOR ORDER "
                       ord-no
                   CLOSE proforma-file
                   GO TO Write-Approved-Proforma-Exit
           END-WRITE
           CLOSE proforma-file

           CALL "vocpfrm" USING proforma-record, customer-record
           END-CALL.

       Write-Approved-Proforma-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reject-Order voids the picked row with a          *
                   ELSE
                       IF  line-stock-allocated
                           MOVE ordl-qty TO alloc-line-qty
                           MOVE "R" TO alloc-call-mode
                           IF  line-built-kit
                               MOVE "U" TO alloc-call-mode
                           END-IF
                           CALL "invalloc" USING ordl-item-code,
                                                  alloc-call-mode,
                                                  alloc-line-qty,
                                                  ordl-ord-no,
                                                  ordl-location,
