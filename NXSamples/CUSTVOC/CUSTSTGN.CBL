      * written and the audit trail gets a record.  The template's   *
      * next-due date then rolls forward a week or a month.  The     *
      * run register lists what was generated and what was refused,  *
      * and why.  A template for a product that can no longer be     *
      * sold (see inv-life-status in invmrec.cpy and the shared      *
      * invlife gate) is refused with the substitute to offer.       *
      * Orders are only generated on a working day: on a weekend or  *
      * holiday (the shared custbday calendar) the run registers     *
      * that it stood down, and the next working night's run picks   *
      * up every template that fell due in between.                  *
      * A template that names its item is priced against the running *
      * promotions (the shared custprmo lookup): the best one that   *
      * comes in under the template's value wins, and the order gets *
      * a line for the item carrying the promotion's code.           *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS DYNAMIC
           FILE STATUS IS tax-status.

      *  inventory-file supplies the item's inv-type for the
      *  promotion lookup; ordline-file takes the line a template
      *  that names its item generates -- see Write-Order-Line.
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

           SELECT report-file ASSIGN "custstgn.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  taxrate-file.
           COPY "taxrate.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       01  tax-status                  PIC XX.
           88  tax-file-ok             VALUE "00".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".

      *  order-value is what the generated order is raised for --
      *  the template's sto-val, or less when a running promotion
      *  prices the template's item under it (see Apply-Promotion).
       77  order-value                 PIC 9(7)V99 COMP.
       77  template-home-value         PIC S9(9)V99 COMP.
       77  item-inv-type               PIC X(14).
       77  promo-list-price            PIC 9(5)V99 COMP.
       77  promo-price                 PIC 9(5)V99 COMP.
       77  promo-value                 PIC 9(7)V99 COMP.
       77  promo-code                  PIC X(6).

       78  control-id-ordno                VALUE "ORDNO   ".
       78  control-id-apprlim              VALUE "APPRLIM ".
      *  approval-limit mirrors the VOCAPPR queue's threshold -- an
       77  due-yyyy                    PIC 9(4).
       77  due-mm                      PIC 99.
       77  due-dd                      PIC 99.
       77  next-working-date           PIC 9(8).
       77  bday-function               PIC X VALUE "R".
       77  bday-to-date                PIC 9(8) VALUE 0.
       77  bday-day-count              PIC S9(7) COMP.

       77  customer-balance            PIC S9(9)V99 COMP.
       77  new-order-home-value        PIC S9(9)V99 COMP.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  cust-tax-rate               PIC 9(2)V9999 COMP.
       77  juris-tax-rate              PIC 9(2)V9999 COMP.
       77  tax-liable-switch           PIC X.
           88  tax-liable               VALUE "Y".

       77  ord-eof-switch              PIC X VALUE "N".
           88  ord-eof                 VALUE "Y".

       77  orders-refused              PIC 9(6) COMP.

      *  The shared invlife lifecycle gate -- a template for an item
      *  leaving the range stops generating once the item can no
      *  longer be sold.  See Check-Item-Lifecycle.
       77  life-qty                    PIC 9(5) COMP.
       77  life-verdict                PIC X.
           88  item-sellable            VALUE "Y".
       77  life-reason                 PIC X(40).
       77  life-substitute             PIC X(4).
       77  life-status                 PIC X.

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  ord-val-display             PIC 9(7)V99.
           OPEN I-O ordxref-file
           OPEN I-O control-file
           OPEN INPUT taxrate-file
           OPEN INPUT inventory-file
           OPEN I-O ordline-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  On a non-working day nothing is generated -- every template
      *  already due stays due, and sto-next-due <= today catches it
      *  on the next working night.
           CALL "custbday" USING bday-function, today-yyyymmdd,
                                 bday-to-date, next-working-date,
                                 bday-day-count
           END-CALL
           IF  next-working-date NOT = today-yyyymmdd
               MOVE SPACES TO report-line
               STRING "NOT A WORKING DAY -- TEMPLATES DUE ARE "
                      "GENERATED ON " next-working-date
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               SET sto-file-eof TO TRUE
           END-IF.
           EXIT.

      ****************************************************
       Generate-One-Order SECTION.

           MOVE "N" TO generate-ok-switch
           MOVE "Y" TO life-verdict
           MOVE SPACES TO detail-line
           MOVE sto-c-code TO dl-c-code
           MOVE sto-no     TO dl-sto-no
           MOVE sto-val    TO dl-amount
           MOVE sto-val    TO order-value
           MOVE SPACES     TO promo-code

           MOVE sto-c-code TO file-c-code
           READ customer-file
                           MOVE "CUSTOMER ON CREDIT HOLD"
                               TO dl-result
                       ELSE
                           PERFORM Check-Item-Lifecycle
                           IF  item-sellable
                               PERFORM Apply-Promotion
                               PERFORM Check-Credit-Room
                           END-IF
                           IF  generate-ok
                               PERFORM Create-Order
                           END-IF
           END-IF
           MOVE detail-line TO report-line
           WRITE report-line
           IF  NOT item-sellable AND life-substitute NOT = SPACES
               MOVE SPACES TO report-line
               STRING "       OFFER SUBSTITUTE " life-substitute
                      " -- ITEM " sto-item-code " LEAVING THE RANGE"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           PERFORM Advance-Next-Due.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Item-Lifecycle asks the shared invlife gate  *
      *  whether the product a template repeats can still     *
      *  be sold in its quantity -- a value-only template       *
      *  (no item) always passes.                               *
      *                                                  *
      ****************************************************

       Check-Item-Lifecycle SECTION.

           MOVE "Y"    TO life-verdict
           MOVE SPACES TO life-substitute
           IF  sto-item-code = SPACES
               EXIT SECTION
           END-IF

           MOVE 1 TO life-qty
           IF  sto-item-qty NUMERIC
               IF  sto-item-qty > 0
                   MOVE sto-item-qty TO life-qty
               END-IF
           END-IF
           CALL "invlife" USING sto-item-code, life-qty,
                                 life-verdict, life-reason,
                                 life-substitute, life-status
           END-CALL
           IF  NOT item-sellable
               MOVE life-reason TO dl-result
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Credit-Room recomputes the customer's open  *
               cur-exchange-rate
           END-CALL
           COMPUTE new-order-home-value =
               order-value * cur-exchange-rate
           COMPUTE template-home-value =
               sto-val * cur-exchange-rate

      *  The committed-but-unbilled pipeline -- open backorders
      *  and OTHER standing orders due -- prices into the
      *  decision, the same custexpo lookup the screen path uses.
      *  This template's own value is already in hand, so it is
      *  backed out of the standing component (at the template's
      *  value, which is what custexpo counted) rather than counted
      *  twice.
           CALL "custexpo" USING sto-c-code, expo-backorder-val,
                                  expo-standing-val
           END-CALL
           IF  sto-next-due <= today-yyyymmdd
               SUBTRACT template-home-value
                   FROM expo-standing-val
           END-IF
           IF  expo-standing-val < 0
           END-REWRITE

           MOVE today-yyyymmdd TO ord-date
           MOVE order-value    TO ord-val
           IF  promo-code NOT = SPACES
               COMPUTE ord-disc = sto-val - order-value
           END-IF
           MOVE 0              TO ord-pay-val
           MOVE sto-currency   TO ord-currency
           MOVE "N"            TO ord-void-flag
           MOVE 0              TO ord-void-date

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
           CALL "custdue" USING file-c-terms, ord-date,
                                 ord-due-date
           END-CALL
      *  A standing order's goods are wanted on the account's usual
      *  lead time from the day the order is raised.
           CALL "custreqd" USING file-c-lead-days, ord-date,
                                 ord-req-date
           END-CALL

      *  An outsized order commits pending -- held off the slip,
      *  the statement and the GL feed until it clears the VOCAPPR
               NOT INVALID KEY
                   MOVE ctl-next-no TO approval-limit
           END-READ
           IF  approval-limit > 0 AND order-value > approval-limit
               MOVE "P" TO ord-appr-status
           END-IF

               END-CALL
           END-IF

           IF  generate-ok AND sto-item-code NOT = SPACES
               PERFORM Write-Order-Line
           END-IF

           IF  generate-ok
               MOVE ord-no     TO ordx-ord-no
               MOVE sto-c-code TO ordx-c-code
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Promotion prices a template that names its  *
      *  item against the running promotions -- the item's   *
      *  list price in force today through invprice, the       *
      *  customer's area and group, and the shared custprmo     *
      *  lookup.  The promotion only wins when the quantity at   *
      *  the promotional price comes in under the template's     *
      *  own value; a value-only template is left as it is.      *
      *                                                  *
      ****************************************************

       Apply-Promotion SECTION.

           IF  sto-item-code = SPACES
               EXIT SECTION
           END-IF

           MOVE SPACES TO item-inv-type
           MOVE sto-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE inv-type TO item-inv-type
           END-READ

           CALL "invprice" USING sto-item-code, today-yyyymmdd,
                                  promo-list-price
           END-CALL
           CALL "custprmo" USING sto-item-code, item-inv-type,
                                  file-c-area, file-c-group-ref,
                                  today-yyyymmdd, promo-list-price,
                                  promo-price, promo-code
           END-CALL
           IF  promo-code = SPACES
               EXIT SECTION
           END-IF

      *  life-qty holds the template's quantity (one when it names
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
      *  Write-Order-Line gives the generated order the     *
      *  line for the template's item, stamped with the      *
      *  promotion it was priced under.  No stock was          *
      *  reserved for it, so the line is not held as an         *
      *  allocation (see ordl-stock-flag in ordlinrc.cpy).      *
      *                                                  *
      ****************************************************

       Write-Order-Line SECTION.

           MOVE SPACES TO ordline-record
           MOVE ord-c-code    TO ordl-c-code
           MOVE ord-no        TO ordl-ord-no
           MOVE 1             TO ordl-line-no
           MOVE sto-item-code TO ordl-item-code
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
      *  Advance-Next-Due rolls the template forward one   *
           CLOSE ordxref-file
           CLOSE control-file
           CLOSE taxrate-file
           CLOSE inventory-file
           CLOSE ordline-file
           CLOSE report-file.
           EXIT.
