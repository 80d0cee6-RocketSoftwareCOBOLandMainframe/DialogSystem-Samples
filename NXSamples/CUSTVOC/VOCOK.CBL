           FILE STATUS IS ptx-status-code
           lock MODE IS AUTOMATIC.

      *  proforma-file carries the pro-forma invoice cut for a new
      *  order of a cash-in-advance account -- see Write-Proforma
      *  below, proforma.cpy and the VOCPFRM.CBL document print.
           SELECT proforma-file ASSIGN "proforma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pf-no
           ALTERNATE RECORD KEY IS pf-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS pf-status-code
           lock MODE IS AUTOMATIC.

       DATA DIVISION.

       FILE SECTION.
       FD  pendtx-file.
           COPY "pendtxrc.cpy".

       FD  proforma-file.
           COPY "proforma.cpy".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".
           88  ptx-file-ok             VALUE "00".
           88  ptx-file-not-found      VALUE "35".

       78  control-id-pfno                 VALUE "PFNO    ".
       01  pf-status-code              PIC XX.
           88  pf-file-ok              VALUE "00".
           88  pf-file-not-found       VALUE "35".
      *  proforma-total is what a cash-in-advance order must have
      *  paid before it goes to the pick list -- goods, tax and
      *  freight.  cia-release-flag comes back "Y" from the shared
      *  custcia keeper when a payment covers it -- see CUSTCIA.CBL.
       77  proforma-total              PIC S9(9)V99 COMP.
       77  cia-release-flag            PIC X.

      *  approval-limit mirrors the VOCAPPR queue's threshold -- an
      *  order above it commits pending, so its slip and invoice
      *  wait for the supervisor (see VOCSAVE, where the pending
      *  invoice number for the same order.
       77  new-order-switch            PIC X VALUE "N".
           88  new-order-created        VALUE "Y".
      *  The delivery note printed at save goes with no shipment.
       77  no-shipment-no              PIC 9(3) VALUE 0.

      *  cust-tax-rate/order-tax-amount carry the sales tax on the
      *  order line being saved, shown on the confirmation slip and
      *  Fill-Record-From-Screen, from the same taxrate-file rate.
       77  cust-tax-rate               PIC 9(2)V9999 COMP.
       77  order-tax-amount            PIC 9(7)V99 COMP.
      *  order-tax-juris/juris-tax-rate are the destination
      *  jurisdiction for the address picked in VOC-C-SHIPTO --
      *  the same custtjur resolution VOCSAVE stores on the order.
       77  order-tax-juris             PIC X(7).
       77  juris-tax-rate              PIC 9(2)V9999 COMP.
       77  tax-liable-switch           PIC X.
           88  tax-liable               VALUE "Y".
      *  order-freight-amount carries the keyed freight charge to
      *  the slip in the shape its linkage expects.
       77  order-freight-amount        PIC 9(5)V99 COMP.
       77  exemption-note-flag         PIC X.
       77  previous-pay-val            PIC 9(7)V99 COMP.
       77  payment-delta               PIC 9(7)V99 COMP.
      *  factor-due-amount comes back from the shared custfact
      *  keeper as the part of the payment that belongs to the
      *  factoring company -- see CUSTFACT.CBL.
       77  factor-due-amount           PIC 9(7)V99 COMP.
      *  realized-fx-amount comes back from the shared custfxrk
      *  keeper as the home-currency exchange gain or loss on the
      *  payment -- see CUSTFXRK.CBL.
       77  realized-fx-amount          PIC S9(9)V99 COMP.
       77  pay-total                   PIC 9(7)V99 COMP.
       77  pay-eof-switch              PIC X VALUE "N".
           88  pay-eof                 VALUE "Y".
      *  commit orders, post payments or post adjustments.  See
      *  custsign.cpy.
           COPY "custsign.cpy".
      *  The nightly-batch gate's answer -- see CUSTBRUN.CBL.
       77  batch-gate-result           PIC X.
           88  batch-gate-open             VALUE "Y".

       LINKAGE SECTION.
	    COPY "ds-call.cpy".
               goback
           END-IF

      *  No updates while the nightly chain runs -- see the shared
      *  custbrun gate.
           CALL "custbrun" USING batch-gate-result
           END-CALL
           IF  NOT batch-gate-open
               goback
           END-IF

      *  Read the customer once up front -- Derivations needs
      *  file-c-currency for Get-Exchange-Rate, and a brand-new order
      *  line (VOC-C-ORD-NO still zero) also needs file-c-hold
                       " IS CLOSED -- NO NEW ORDERS"
                   goback
               END-IF
      *  A held account on cash in advance may still order -- the
      *  goods wait for the money, see Write-Proforma below.
               IF  customer-on-hold AND NOT cash-in-advance-account
                   DISPLAY "CUSTOMER " VOC-c-code
                       " IS ON CREDIT HOLD -- NO NEW ORDERS ALLOWED"
                   goback
               goback
           END-IF

      *  VOC-C-REQ-DATE is the date the customer asked for the goods
      *  to ship (and VOC-ORD-REQ-DATE its per-row array), expected
      *  alongside VOC-C-ORD-DT in custvoc.cpb.  Left blank it
      *  defaults to the order date plus the account's lead time
      *  through the shared custreqd lookup; a date keyed before
      *  the order date is refused.
           IF  VOC-C-REQ-DATE NOT NUMERIC
               MOVE 0 TO VOC-C-REQ-DATE
           END-IF
           IF  VOC-C-REQ-DATE = 0
               CALL "custreqd" USING file-c-lead-days, VOC-C-ORD-DT,
                                     VOC-C-REQ-DATE
               END-CALL
           END-IF
           IF  VOC-C-REQ-DATE < VOC-C-ORD-DT
               DISPLAY "REQUESTED DATE " VOC-C-REQ-DATE
                   " IS BEFORE THE ORDER DATE"
               SET-FOCUS EF-REQ-DATE
               goback
           END-IF
           MOVE VOC-C-REQ-DATE TO VOC-ORD-REQ-DATE(VOC-DOLLAR-REGISTER)

      *  VOC-C-PAY-VL is the total paid to date as the operator now
      *  has it -- any increase over what was already on file is a
      *  new payment, posted to payment-file instead of just
           STRING "ORDER " VOC-C-ORD-NO " VAL=" VOC-C-ORD-VL
                  " PAY=" VOC-C-PAY-VL
               DELIMITED BY SIZE INTO aud-after-image
      *  The save that creates the order is audited as an entry,
      *  not a change, so the trail can tell keying from rework --
      *  see the CUSTOPRD operator productivity report.
           IF  new-order-created
               CALL "custaud" USING "ORDER-ADD", VOC-c-code,
                                     aud-before-image, aud-after-image
               END-CALL
           ELSE
               CALL "custaud" USING "ORDER-UPDATE", VOC-c-code,
                                     aud-before-image, aud-after-image
               END-CALL
           END-IF

           MOVE 0 TO approval-limit
           MOVE control-id-apprlim TO ctl-id
      *  A consolidated-invoicing account gets no per-order
      *  document -- the weekly CUSTCINV batch step covers all its
      *  orders under one invoice number instead.
      *  An order with product lines is not billed until its goods
      *  leave -- each shipment cuts its own invoice for what went
      *  (see CUSTSHIP.CBL).  Only an order keyed by value alone is
      *  invoiced here.
               IF  consolidated-invoicing
                   DISPLAY "CUSTOMER " VOC-c-code " IS ON "
                       "CONSOLIDATED INVOICING -- NO PER-ORDER "
                       "INVOICE CUT"
               ELSE
                   IF  VOC-C-ITEM-CODE NOT = SPACES
                       DISPLAY "ORDER " VOC-C-ORD-NO " WILL BE "
                           "INVOICED SHIPMENT BY SHIPMENT AS IT SHIPS"
                   ELSE
                       PERFORM Write-Invoice
                   END-IF
               END-IF
      *  A cash-in-advance account is asked for the money up front
      *  -- the order stays off the pick list (VOCSAVE stores the
      *  state) until the cash covering its pro-forma comes in.
               IF  cash-in-advance-account
                   PERFORM Write-Proforma
               END-IF
           END-IF

                                     VOC-C-ORD-VL, VOC-C-PAY-VL,
                                     order-tax-amount, VOC-C-DISC-AMT,
                                     order-freight-amount,
                                     exemption-note-flag,
                                     file-c-language
               END-CALL
           END-IF

      *  Goods going somewhere other than the billing address get a
      *  delivery note alongside the confirmation slip -- for an
      *  order with product lines, one per shipment as it leaves
      *  instead (see CUSTSHIP.CBL).
           IF  VOC-C-SHIPTO NOT = SPACES AND VOC-C-ITEM-CODE = SPACES
               CALL "vocdnot" USING VOC-c-code, VOC-c-name,
                                     VOC-C-ORD-NO, VOC-C-SHIPTO,
                                     file-c-language, no-shipment-no
               END-CALL
           END-IF

      *  drawing it -- the line carries the allocated state so the
      *  VOCFULF ship confirmation knows to convert it, and the
      *  chosen stock location so it draws from the right shelf.
      *  VOC-C-STOCK-FLAG is "K" when VOCORD reserved kits already
      *  built rather than their components -- see ordlinrc.cpy.
           IF  VOC-C-STOCK-FLAG = "K"
               MOVE "K"         TO ordl-stock-flag
           ELSE
               MOVE "A"         TO ordl-stock-flag
           END-IF
           MOVE VOC-C-LOCATION  TO ordl-location
           MOVE VOC-C-REQ-DATE  TO ordl-req-date
      *  The promotion VOCORD priced the pick under, if any.
           MOVE VOC-C-PROMO-CODE TO ordl-promo-code
           WRITE ordline-record
               INVALID KEY
                   CONTINUE
               INVALID KEY
                   DISPLAY "COULD NOT WRITE INVOICE FOR ORDER "
                       VOC-C-ORD-NO
               NOT INVALID KEY
      *  Queued for the trading partner's electronic invoice --
      *  see CUSTEDIQ.CBL and the nightly CUSTEDIX step.
                   CALL "custediq" USING "INV ", invo-c-code,
                                          invo-ord-no, invo-no
                   END-CALL
           END-WRITE

           CALL "vocinvc" USING invoice-record, customer-record
               INVALID KEY
                   DISPLAY "COULD NOT POST PAYMENT FOR ORDER "
                       VOC-C-ORD-NO
               NOT INVALID KEY
                   MOVE SPACES TO aud-before-image aud-after-image
                   STRING "ORDER " VOC-C-ORD-NO
                       DELIMITED BY SIZE INTO aud-before-image
                   MOVE payment-delta TO ord-val-display
                   STRING "PAID " ord-val-display
                       DELIMITED BY SIZE INTO aud-after-image
                   CALL "custaud" USING "PAYMENT", VOC-c-code,
                                         aud-before-image,
                                         aud-after-image
                   END-CALL
           END-WRITE

      *  Cash in hand settles any promise it covers in time -- see
                                  today-date-yyyymmdd
           END-CALL
           CALL "custplnk" USING VOC-c-code, payment-delta
           END-CALL
      *  Cash on an invoice sold to the factoring company is the
      *  factor's -- the shared custfact keeper records it against
      *  the invoice's schedule as due to the factor.
           CALL "custfact" USING VOC-c-code, pay-ord-no,
                                  payment-delta, today-date-yyyymmdd,
                                  factor-due-amount
           END-CALL
           IF  factor-due-amount > 0
               DISPLAY "ORDER " pay-ord-no " IS FACTORED -- "
                   "PAYMENT RECORDED AS DUE TO THE FACTOR"
           END-IF
      *  A payment on a foreign-currency order realizes the
      *  exchange movement since the order was booked -- the shared
      *  custfxrk keeper records it against the payment.  An order
      *  not yet on file is being taken now, in the customer's
      *  currency.
           MOVE VOC-c-code   TO ord-c-code
           MOVE VOC-C-ORD-NO TO ord-no
           READ order-file
               INVALID KEY
                   MOVE file-c-currency TO ord-currency
                   MOVE VOC-C-ORD-DT    TO ord-date
           END-READ
           CALL "custfxrk" USING VOC-c-code, pay-ord-no, pay-no,
                                  pay-date, payment-delta,
                                  ord-currency, ord-date,
                                  realized-fx-amount
           END-CALL
      *  Cash covering a cash-in-advance order's pro-forma lets the
      *  order onto the pick list -- see the shared custcia keeper.
           CALL "custcia" USING VOC-c-code, pay-ord-no,
                                 payment-delta, today-date-yyyymmdd,
                                 cia-release-flag
           END-CALL
           IF  cia-release-flag = "Y"
               PERFORM Release-Paid-Order
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Paid-Order marks the order whose        *
      *  pro-forma this payment covered as released, so  *
      *  the next CUSTPICK run puts it on the pick list. *
      *                                                  *
      ****************************************************

       Release-Paid-Order SECTION.

           MOVE VOC-c-code   TO ord-c-code
           MOVE VOC-C-ORD-NO TO ord-no
           READ order-file
               INVALID KEY
                   EXIT SECTION
           END-READ
           SET order-cash-released TO TRUE
           REWRITE order-record
               INVALID KEY
                   EXIT SECTION
           END-REWRITE
           MOVE SPACES TO journal-image
           MOVE order-record TO journal-image
           CALL "custfwdj" USING "ORDER   ", "R", journal-image
           END-CALL
           DISPLAY "ORDER " VOC-C-ORD-NO " PAID IN ADVANCE -- "
               "RELEASED TO THE PICK LIST".
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Proforma cuts one numbered pro-forma      *
      *  invoice for the cash-in-advance order just      *
      *  committed, numbered off the "PFNO    " control  *
      *  record the way Write-Invoice numbers the        *
      *  invoice, and hands it to VOCPFRM.CBL for the    *
      *  printed document.  An order paid in full as it  *
      *  was taken needs none -- VOCSAVE releases it.    *
      *                                                  *
      ****************************************************

       Write-Proforma SECTION.

           COMPUTE proforma-total = VOC-C-ORD-VL + order-tax-amount
                                                + VOC-C-FREIGHT
           IF  VOC-C-PAY-VL >= proforma-total
               DISPLAY "ORDER " VOC-C-ORD-NO " PAID IN ADVANCE -- "
                   "RELEASED TO THE PICK LIST"
               EXIT SECTION
           END-IF

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

           MOVE VOC-C-ORD-NO    TO pf-ord-no
           MOVE VOC-c-code      TO pf-c-code
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD
           MOVE today-date-yyyymmdd TO pf-date
           MOVE proforma-total  TO pf-amount
           MOVE VOC-C-PAY-VL    TO pf-paid
           MOVE file-c-currency TO pf-currency
           SET pf-open TO TRUE
           MOVE 0 TO pf-close-date

           WRITE proforma-record
               INVALID KEY
                   DISPLAY "COULD NOT WRITE PRO-FORMA FOR ORDER "
                       VOC-C-ORD-NO
                   CLOSE proforma-file
                   EXIT SECTION
           END-WRITE
           CLOSE proforma-file

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ORDER " VOC-C-ORD-NO
               DELIMITED BY SIZE INTO aud-before-image
           MOVE proforma-total TO ord-val-display
           STRING "PRO-FORMA " pf-no " FOR " ord-val-display
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "PROFORMA", VOC-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           DISPLAY "CUSTOMER " VOC-c-code " IS ON CASH IN ADVANCE "
               "-- ORDER " VOC-C-ORD-NO " HELD FOR PAYMENT OF "
               "PRO-FORMA " pf-no

           CALL "vocpfrm" USING proforma-record, customer-record
           END-CALL.
           EXIT.


           MOVE 0 TO cust-tax-rate
           MOVE SPACE TO exemption-note-flag
           MOVE "N" TO tax-liable-switch
           IF  file-c-tax NOT = SPACE
               MOVE "Y" TO tax-liable-switch
               MOVE file-c-tax TO tax-code
               READ taxrate-file
                   INVALID KEY
               IF  file-c-tax-exp NUMERIC
                       AND file-c-tax-exp > 0
                       AND file-c-tax-exp < today-date-yyyymmdd
                   MOVE "Y" TO tax-liable-switch
                   MOVE "*" TO tax-code
                   READ taxrate-file
                       INVALID KEY
                           MOVE "X" TO exemption-note-flag
                   END-READ
               END-IF
           END-IF
      *  The goods are taxed where they are delivered -- the shared
      *  custtjur lookup resolves the picked ship-to (or the billing
      *  address) to its jurisdiction; the flat code rate stands
      *  where none is on file.
           MOVE SPACES TO order-tax-juris
           IF  tax-liable
               CALL "custtjur" USING file-c-code, VOC-C-SHIPTO,
                                      file-c-state, file-c-postal,
                                      order-tax-juris, juris-tax-rate
               END-CALL
               IF  order-tax-juris NOT = SPACES
                   MOVE juris-tax-rate TO cust-tax-rate
                   IF  file-c-tax = SPACE
                       MOVE "X" TO exemption-note-flag
                   END-IF
               END-IF
           END-IF.
           EXIT.

               goback
           END-IF

      *  No updates while the nightly chain runs -- see the shared
      *  custbrun gate.
           CALL "custbrun" USING batch-gate-result
           END-CALL
           IF  NOT batch-gate-open
               goback
           END-IF

           MOVE VOC-c-code TO ord-c-code
           MOVE VOC-ORD-NO(VOC-DOLLAR-REGISTER) TO ord-no
           READ order-file
