      * its tax, its ordxref entry and its audit record exactly as   *
      * a keyed order would.  The run prints an acceptance register; *
      * rejected lines are copied to ordimrej.dat with the reason,   *
      * ready to go back to the customer.  A partner run also links  *
      * each account it accepts an order for to the partner          *
      * (file-c-tp-id), so CUSTEDIX sends the account's ship notices *
      * and electronic invoices back the same way.  An order that    *
      * names a product the range no longer sells (see the shared    *
      * invlife gate) is rejected with the substitute to use.        *
      * An order that names its item is priced against the running   *
      * promotions (the shared custprmo lookup): the best one that   *
      * comes in under the submitted value wins, and the order gets  *
      * a line for the item carrying the promotion's code.           *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ack-status.

      *  inventory-file supplies the item's inv-type for the
      *  promotion lookup; ordline-file takes the line an order
      *  that names its item is given -- see Write-Order-Line.
           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ordl-status.

           SELECT report-file ASSIGN "custoimp.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           03  oi-ord-date              PIC 9(8).
           03  oi-ord-val               PIC 9(7)V99.
           03  oi-currency              PIC X(3).
      *  The requested ship date is optional -- a sender whose lines
      *  stop after the currency leaves it at spaces, and the
      *  account's lead time sets the date.
           03  oi-req-date              PIC 9(8).
      *  The product and quantity are optional too -- a sender that
      *  names them has the item checked against its place in the
      *  range (see inv-life-status in invmrec.cpy) before the
      *  order is taken; spaces is a value-only order, as every
      *  imported order used to be.
           03  oi-item-code             PIC X(4).
           03  oi-item-qty-x            PIC X(5).
           03  oi-item-qty REDEFINES oi-item-qty-x
                                        PIC 9(5).
      *  A partner run reads the same file under the partner's own
      *  layout -- the raw line the profile's positions carve up.
       01  import-raw-line              PIC X(80).
       FD  taxrate-file.
           COPY "taxrate.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  tpprof-file.
           COPY "tpprofrc.cpy".

       01  tax-status                  PIC XX.
           88  tax-file-ok             VALUE "00".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".

      *  order-value is what the imported order is raised for --
      *  the submitted oi-ord-val, or less when a running promotion
      *  prices the order's item under it (see Apply-Promotion).
       77  order-value                 PIC 9(7)V99 COMP.
       77  item-inv-type               PIC X(14).
       77  promo-list-price            PIC 9(5)V99 COMP.
       77  promo-price                 PIC 9(5)V99 COMP.
       77  promo-value                 PIC 9(7)V99 COMP.
       77  promo-code                  PIC X(6).

       78  control-id-ordno                VALUE "ORDNO   ".
       78  control-id-apprlim              VALUE "APPRLIM ".
      *  approval-limit mirrors the VOCAPPR queue's threshold -- an
       77  new-order-home-value        PIC S9(9)V99 COMP.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  cust-tax-rate               PIC 9(2)V9999 COMP.
       77  juris-tax-rate              PIC 9(2)V9999 COMP.
       77  tax-liable-switch           PIC X.
           88  tax-liable               VALUE "Y".
       77  import-currency             PIC X(3).

       77  ord-eof-switch              PIC X VALUE "N".
       77  prof-date-pos               PIC 9(2) COMP.
       77  prof-val-pos                PIC 9(2) COMP.
       77  prof-curr-pos               PIC 9(2) COMP.
       77  prof-reqd-pos               PIC 9(2) COMP.
       77  prof-item-pos               PIC 9(2) COMP.
       77  prof-qty-pos                PIC 9(2) COMP.
       77  prof-ack-format             PIC X.
       77  raw-work                    PIC X(80).
       01  raw-date-x                  PIC X(8).
       77  period-open-flag            PIC X.
       77  reject-reason               PIC X(40).

      *  The shared invlife lifecycle gate -- see
      *  Check-Item-Lifecycle.
       77  life-qty                    PIC 9(5) COMP.
       77  life-verdict                PIC X.
           88  item-sellable            VALUE "Y".
       77  life-reason                 PIC X(40).
       77  life-substitute             PIC X(4).
       77  life-status                 PIC X.

       77  orders-accepted             PIC 9(6) COMP.
       77  orders-rejected             PIC 9(6) COMP.

               MOVE tp-val-pos    TO prof-val-pos
               MOVE tp-curr-pos   TO prof-curr-pos
               MOVE tp-ack-format TO prof-ack-format
               MOVE 0 TO prof-reqd-pos
               IF  tp-reqd-pos NUMERIC
                   MOVE tp-reqd-pos TO prof-reqd-pos
               END-IF
               MOVE 0 TO prof-item-pos prof-qty-pos
               IF  tp-item-pos NUMERIC
                   MOVE tp-item-pos TO prof-item-pos
               END-IF
               IF  tp-qty-pos NUMERIC
                   MOVE tp-qty-pos TO prof-qty-pos
               END-IF
               CLOSE tpprof-file
               MOVE "Y" TO partner-mode-switch
               OPEN OUTPUT ack-file

           OPEN INPUT import-file
           OPEN OUTPUT reject-file
      *  I-O so a partner run can link the account to the partner
      *  -- see Link-Customer-To-Partner.
           OPEN I-O customer-file
           OPEN I-O order-file
           OPEN I-O ordxref-file
           OPEN I-O control-file
           OPEN INPUT taxrate-file
           OPEN INPUT inventory-file
           OPEN I-O ordline-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           MOVE oi-c-code   TO dl-c-code
           MOVE oi-ord-date TO dl-ord-date
           MOVE oi-ord-val  TO dl-amount
           MOVE oi-ord-val  TO order-value
           MOVE SPACES      TO promo-code

           PERFORM Validate-Import-Date

               CALL "custperd" USING oi-ord-date, period-open-flag
               END-CALL
           END-IF
           PERFORM Check-Item-Lifecycle

           EVALUATE TRUE
               WHEN NOT import-date-valid
                       TO reject-reason
               WHEN oi-ord-val = 0
                   MOVE "ZERO ORDER VALUE" TO reject-reason
               WHEN NOT item-sellable AND life-substitute NOT = SPACES
                   STRING "ITEM " oi-item-code " LEAVING RANGE -- USE "
                          life-substitute
                       DELIMITED BY SIZE INTO reject-reason
               WHEN NOT item-sellable
                   MOVE life-reason TO reject-reason
               WHEN OTHER
                   PERFORM Check-Customer-Gates
           END-EVALUATE
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Item-Lifecycle asks the shared invlife gate  *
      *  whether the product the order names can still be     *
      *  sold in its quantity -- a value-only order (no          *
      *  item) always passes.                                    *
      *                                                  *
      ****************************************************

       Check-Item-Lifecycle SECTION.

           MOVE "Y"    TO life-verdict
           MOVE SPACES TO life-substitute
           IF  oi-item-code = SPACES
               EXIT SECTION
           END-IF

           MOVE 1 TO life-qty
           IF  oi-item-qty-x NUMERIC
               IF  oi-item-qty > 0
                   MOVE oi-item-qty TO life-qty
               END-IF
           END-IF
           CALL "invlife" USING oi-item-code, life-qty,
                                 life-verdict, life-reason,
                                 life-substitute, life-status
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Unpack-Partner-Fields carves the partner's own     *
               MOVE raw-work(prof-curr-pos:3) TO oi-currency
           ELSE
               MOVE SPACES TO oi-currency
           END-IF
           IF  prof-reqd-pos > 0
               MOVE raw-work(prof-reqd-pos:8) TO oi-req-date(1:8)
           ELSE
               MOVE SPACES TO oi-req-date(1:8)
           END-IF
           IF  prof-item-pos > 0
               MOVE raw-work(prof-item-pos:4) TO oi-item-code
           ELSE
               MOVE SPACES TO oi-item-code
           END-IF
           IF  prof-qty-pos > 0
               MOVE raw-work(prof-qty-pos:5) TO oi-item-qty-x
           ELSE
               MOVE SPACES TO oi-item-qty-x
           END-IF.
           EXIT.

                           MOVE "CUSTOMER ON CREDIT HOLD"
                               TO reject-reason
                       ELSE
                           PERFORM Apply-Promotion
                           PERFORM Check-Credit-Room
                           IF  import-ok
                               PERFORM Create-Imported-Order
               cur-exchange-rate
           END-CALL
           COMPUTE new-order-home-value =
               order-value * cur-exchange-rate

      *  The committed-but-unbilled pipeline -- open backorders
      *  and standing orders due -- prices into the decision, the
           END-REWRITE

           MOVE oi-ord-date     TO ord-date
      *  The sender's requested date stands when it is a date on or
      *  after the order date; anything else falls back to the
      *  account's lead time through the shared custreqd lookup.
           MOVE 0 TO ord-req-date
           IF  oi-req-date NUMERIC
               IF  oi-req-date NOT < oi-ord-date
                   MOVE oi-req-date TO ord-req-date
               END-IF
           END-IF
           IF  ord-req-date = 0
               CALL "custreqd" USING file-c-lead-days, ord-date,
                                     ord-req-date
               END-CALL
           END-IF
           MOVE order-value     TO ord-val
           IF  promo-code NOT = SPACES
               COMPUTE ord-disc = oi-ord-val - order-value
           END-IF
           MOVE 0               TO ord-pay-val
           MOVE import-currency TO ord-currency
           MOVE "N"             TO ord-void-flag
           MOVE 0               TO ord-void-date

           MOVE 0 TO cust-tax-rate
           MOVE "N" TO tax-liable-switch
           IF  file-c-tax NOT = SPACE
               MOVE "Y" TO tax-liable-switch
               MOVE file-c-tax TO tax-code
               READ taxrate-file
                   INVALID KEY
               IF  file-c-tax-exp NUMERIC
                       AND file-c-tax-exp > 0
                       AND file-c-tax-exp < today-yyyymmdd
                   MOVE "Y" TO tax-liable-switch
                   MOVE "*" TO tax-code
                   READ taxrate-file
                       INVALID KEY
                   END-READ
               END-IF
           END-IF
      *  A taxable order is charged at the rate of the place the
      *  goods are delivered -- see the shared custtjur lookup; the
      *  flat file-c-tax code rate stands where no jurisdiction is
      *  on file for the address.
           MOVE SPACES TO ord-tax-juris
           IF  tax-liable
               CALL "custtjur" USING file-c-code, ord-shipto,
                                      file-c-state, file-c-postal,
                                      ord-tax-juris, juris-tax-rate
               END-CALL
               IF  ord-tax-juris NOT = SPACES
                   MOVE juris-tax-rate TO cust-tax-rate
               END-IF
           END-IF
           COMPUTE ord-tax ROUNDED = order-value * cust-tax-rate

      *  The due date is stamped where the order record is
      *  written, the rule custordr.cpy documents -- the shared
               NOT INVALID KEY
                   MOVE ctl-next-no TO approval-limit
           END-READ
           IF  approval-limit > 0 AND order-value > approval-limit
               MOVE "P" TO ord-appr-status
           END-IF

               END-CALL
           END-IF

           IF  import-ok AND oi-item-code NOT = SPACES
               PERFORM Write-Order-Line
           END-IF

           IF  import-ok
               MOVE ord-no    TO ordx-ord-no
               MOVE oi-c-code TO ordx-c-code
               STRING "ACCEPTED AS ORDER " ord-no
                   DELIMITED BY SIZE INTO dl-result

               IF  partner-mode AND file-c-tp-id NOT = partner-id
                   PERFORM Link-Customer-To-Partner
               END-IF

           MOVE "R" TO balance-mode
           CALL "custbsum" USING oi-c-code, balance-mode,
                                  summary-open-bal,
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Promotion prices an order that names its    *
      *  item against the running promotions -- the item's    *
      *  list price in force on the order date through          *
      *  invprice, the customer's area and group, and the        *
      *  shared custprmo lookup.  The promotion only wins when    *
      *  the quantity at the promotional price comes in under      *
      *  the submitted value; a value-only order is left as it is. *
      *                                                  *
      ****************************************************

       Apply-Promotion SECTION.

           IF  oi-item-code = SPACES
               EXIT SECTION
           END-IF

           MOVE SPACES TO item-inv-type
           MOVE oi-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE inv-type TO item-inv-type
           END-READ

           CALL "invprice" USING oi-item-code, oi-ord-date,
                                  promo-list-price
           END-CALL
           CALL "custprmo" USING oi-item-code, item-inv-type,
                                  file-c-area, file-c-group-ref,
                                  oi-ord-date, promo-list-price,
                                  promo-price, promo-code
           END-CALL
           IF  promo-code = SPACES
               EXIT SECTION
           END-IF

      *  life-qty holds the order's quantity (one when it names
      *  none) from Check-Item-Lifecycle.
           COMPUTE promo-value = promo-price * life-qty
           IF  promo-value < order-value
               MOVE promo-value TO order-value
               MOVE order-value TO dl-amount
           ELSE
               MOVE SPACES TO promo-code
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Order-Line gives the imported order the      *
      *  line for the item it names, stamped with the         *
      *  promotion it was priced under.  No stock was           *
      *  reserved for it, so the line is not held as an          *
      *  allocation (see ordl-stock-flag in ordlinrc.cpy).       *
      *                                                  *
      ****************************************************

       Write-Order-Line SECTION.

           MOVE SPACES TO ordline-record
           MOVE ord-c-code    TO ordl-c-code
           MOVE ord-no        TO ordl-ord-no
           MOVE 1             TO ordl-line-no
           MOVE oi-item-code  TO ordl-item-code
           MOVE life-qty      TO ordl-qty
           COMPUTE ordl-unit-price ROUNDED = order-value / life-qty
           MOVE order-value   TO ordl-extension
           MOVE "D"           TO ordl-stock-flag
           MOVE ord-req-date  TO ordl-req-date
           MOVE promo-code    TO ordl-promo-code
           WRITE ordline-record
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Link-Customer-To-Partner stamps file-c-tp-id with  *
      *  the partner whose file the account's order came     *
      *  in on, so its ship notices and electronic invoices   *
      *  go back to that partner -- see CUSTEDIX.CBL.  The    *
      *  link is audited like any other account change.       *
      *                                                  *
      ****************************************************

       Link-Customer-To-Partner SECTION.

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "TRADING PARTNER " file-c-tp-id
               DELIMITED BY SIZE INTO aud-before-image
           STRING "TRADING PARTNER " partner-id
               DELIMITED BY SIZE INTO aud-after-image
           MOVE partner-id TO file-c-tp-id
           REWRITE customer-record
               INVALID KEY
                   DISPLAY "CUSTOIMP: COULD NOT LINK " oi-c-code
                       " TO PARTNER " partner-id
               NOT INVALID KEY
                   CALL "custaud" USING "PARTNER-LINK", oi-c-code,
                                         aud-before-image,
                                         aud-after-image
                   END-CALL
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
           CLOSE ordxref-file
           CLOSE control-file
           CLOSE taxrate-file
           CLOSE inventory-file
           CLOSE ordline-file
           CLOSE report-file.
           EXIT.
