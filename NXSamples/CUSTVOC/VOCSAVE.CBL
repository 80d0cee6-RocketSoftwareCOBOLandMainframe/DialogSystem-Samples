       77  terms-valid-switch          PIC X VALUE "N".
           88  terms-code-valid         VALUE "Y".

      *  CALL "custpost" interface -- the shared postal address
      *  check (see CUSTPOST.CBL and Check-Postal-Address below).
       77  addr-postal                 PIC X(10).
       77  addr-city                   PIC X(15).
       77  addr-state                  PIC X(2).
       77  addr-check-result           PIC X.
           88  addr-code-unknown           VALUE "U".
           88  addr-state-wrong            VALUE "S".
           88  addr-city-wrong             VALUE "C".
       77  addr-ref-city               PIC X(15).
       77  addr-ref-state              PIC X(2).

      *  approval-limit is the "orders above this commit pending"
      *  threshold off the control file -- zero (no record) leaves
      *  the approval queue switched off.
       78  control-id-apprlim              VALUE "APPRLIM ".
       77  approval-limit              PIC 9(8) COMP.
       77  held-appr-status            PIC X.
      *  new-order-record-switch remembers that the order being
      *  written had no record on file yet -- a brand-new order of
      *  a cash-in-advance account starts off the pick list.
       77  new-order-record-switch     PIC X.
           88  new-order-record         VALUE "Y".

       01  pnd-status-code             PIC XX.
           88  pnd-file-ok             VALUE "00".
      *  non-taxable customer (file-c-tax spaces) or a code with no
      *  taxrate-file record yet.
       77  cust-tax-rate               PIC 9(2)V9999 COMP.
      *  tax-liable is set by Get-Tax-Rate for a customer who owes
      *  tax at all; order-tax-rate is then the rate for the one
      *  order being written -- the destination rate off the shared
      *  custtjur lookup for its ship-to address, or cust-tax-rate
      *  where no jurisdiction is on file.
       77  tax-liable-switch           PIC X.
           88  tax-liable               VALUE "Y".
       77  order-tax-rate              PIC 9(2)V9999 COMP.
       77  juris-tax-rate              PIC 9(2)V9999 COMP.

       01  before-record.
           03  before-c-name           PIC X(15).
           03  before-c-limit          PIC 9(8) COMP.
           03  before-c-area           PIC X.
           03  before-c-address        PIC X(60).
           03  before-c-contact        PIC X(20).
           03  before-c-phone          PIC X(12).
           03  before-c-email          PIC X(30).

      *  Working storage for Check-Group-Credit-Limit below --
      *  national chains carry one credit relationship on the
      *  The signed-on session block -- an inquiry sign-on may not
      *  save.  See custsign.cpy.
           COPY "custsign.cpy".
      *  The nightly-batch gate's answer -- see CUSTBRUN.CBL.
       77  batch-gate-result           PIC X.
           88  batch-gate-open             VALUE "Y".

       LINKAGE SECTION.

               goback
           END-IF

      *  No updates while the nightly chain runs -- see the shared
      *  custbrun gate.
           CALL "custbrun" USING batch-gate-result
           END-CALL
           IF  NOT batch-gate-open
               goback
           END-IF

      *  The territory codes live on the area master now (see
      *  areamast.cpy), so a fifth region is a data change -- a code
      *  with no master record is refused rather than stored, the
               goback
           END-IF

      *  The billing address is checked against the postal
      *  authority's reference before it is stored or queued for
      *  onboarding -- statements go to it and the destination tax
      *  is worked from its state.  A code that does not exist or
      *  belongs to another state is refused; a city that does not
      *  match is saved with a warning naming the code's own city.
           PERFORM Check-Postal-Address
           IF  addr-code-unknown
               DISPLAY "POSTAL CODE " addr-postal " DOES NOT EXIST "
                   "-- SAVE NOT DONE FOR " VOC-c-code
               SET-FOCUS EF-POSTAL
               goback
           END-IF
           IF  addr-state-wrong
               DISPLAY "POSTAL CODE " addr-postal " IS IN "
                   addr-ref-city " " addr-ref-state
                   " -- SAVE NOT DONE FOR " VOC-c-code
               SET-FOCUS EF-STATE
               goback
           END-IF
           IF  addr-city-wrong
               DISPLAY "POSTAL CODE " addr-postal " IS FOR "
                   addr-ref-city " -- CHECK THE CITY KEYED FOR "
                   VOC-c-code
           END-IF

      *  Capture the before-image (if any) for the audit trail before
      *  this save overwrites it.
           MOVE "N"    TO new-customer-switch
               MOVE file-c-name  TO before-c-name
               MOVE file-c-limit TO before-c-limit
               MOVE file-c-area  TO before-c-area
               MOVE file-c-address TO before-c-address
               MOVE file-c-contact TO before-c-contact
               MOVE file-c-phone   TO before-c-phone
               MOVE file-c-email   TO before-c-email
           ELSE
      *  A brand-new account no longer becomes live and orderable
      *  in one keystroke -- it goes to the onboarding queue with
      *  fabricated number, and have the save go through over the
      *  true authorized limit.
           PERFORM Check-Credit-Limit
      *  A cash-in-advance account is not trading on credit -- its
      *  goods wait for the money (see ord-cia-status), so the
      *  limit does not stop the order being taken.
           IF  over-limit AND NOT cash-in-advance-account
      *  Refuse the save -- the balance on file is above the
      *  customer's credit limit.  Return focus to the limit field
      *  so the operator can raise the limit or back the order out
           END-IF

           PERFORM Fill-Record-From-Screen
      *  A new billing address answers the statement the post office
      *  sent back -- see file-c-mail-returned.
           IF  file-c-address NOT = before-c-address
               MOVE 0 TO file-c-mail-returned
           END-IF
           PERFORM Rewrite-Customer-With-Retry
           IF  cust-file-locked
               DISPLAY "CUSTOMER " VOC-c-code
                                 aud-before-image, aud-after-image
           END-CALL

      *  A changed billing address gets an entry of its own -- the
      *  CHANGE image above has no room for it, and an address
      *  change ahead of a refund or credit is exactly what the
      *  CUSTSODR segregation-of-duties review looks for.
           IF  file-c-address NOT = before-c-address
               MOVE before-c-address TO aud-before-image
               MOVE file-c-address   TO aud-after-image
               CALL "custaud" USING "ADDR-CHANGE", VOC-c-code,
                                     aud-before-image, aud-after-image
               END-CALL
           END-IF

      *  The same for the contact block -- a new e-mail or phone
      *  number is where a diverted refund confirmation goes.  The
      *  images are contact/phone/e-mail at fixed offsets 1, 22 and
      *  35 so the CUSTFRAL alert run can say which one moved.
           IF  file-c-contact NOT = before-c-contact
                   OR file-c-phone NOT = before-c-phone
                   OR file-c-email NOT = before-c-email
               MOVE SPACES TO aud-before-image aud-after-image
               STRING before-c-contact " " before-c-phone " "
                      before-c-email
                   DELIMITED BY SIZE INTO aud-before-image
               STRING file-c-contact " " file-c-phone " "
                      file-c-email
                   DELIMITED BY SIZE INTO aud-after-image
               CALL "custaud" USING "CONTACT-CHG", VOC-c-code,
                                     aud-before-image, aud-after-image
               END-CALL
           END-IF

      *  The save just rewrote this customer's order rows -- bring
      *  the maintained balance summary up with them.
           MOVE "R" TO balance-mode
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Postal-Address runs the keyed billing       *
      *  address through the shared custpost check.  EF-      *
      *  POSTAL and EF-STATE are the postal-code and state     *
      *  entry fields expected in custvoc.cpb alongside the     *
      *  VOC-C-POSTAL and VOC-C-STATE they edit.                 *
      *                                                  *
      ****************************************************

       Check-Postal-Address SECTION.

           MOVE VOC-C-POSTAL TO addr-postal
           MOVE VOC-C-CITY   TO addr-city
           MOVE VOC-C-STATE  TO addr-state
           CALL "custpost" USING addr-postal, addr-city, addr-state,
                                 addr-check-result, addr-ref-city,
                                 addr-ref-state
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Tax-Rate looks up the customer's taxability   *
       Get-Tax-Rate SECTION.

           MOVE 0 TO cust-tax-rate
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
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Order-Tax-Rate resolves the destination rate  *
      *  for the order in order-record from its ord-shipto   *
      *  (or the billing address) through the shared          *
      *  custtjur lookup, and records the jurisdiction on      *
      *  the order.  The customer's flat code rate stands       *
      *  where no jurisdiction is on file.                      *
      *                                                  *
      ****************************************************

       Get-Order-Tax-Rate SECTION.

           MOVE cust-tax-rate TO order-tax-rate
           MOVE SPACES TO ord-tax-juris
           IF  tax-liable
               CALL "custtjur" USING file-c-code, ord-shipto,
                                      file-c-state, file-c-postal,
                                      ord-tax-juris, juris-tax-rate
               END-CALL
               IF  ord-tax-juris NOT = SPACES
                   MOVE juris-tax-rate TO order-tax-rate
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Read-Customer-With-Retry and                      *
      *  pending, so a fat-fingered 1000-for-10 stops here instead
      *  of sailing through to the slip and the ledger.
                   MOVE SPACE TO held-appr-status
                   MOVE "N" TO new-order-record-switch
                   MOVE VOC-c-code            TO ord-c-code
                   MOVE VOC-ord-no(array-ind) TO ord-no
                   READ order-file
      *  previous iteration's order, and nothing below sets the
      *  fulfilment, dispute or settled flags.
                           MOVE SPACES TO order-record
                           MOVE "Y" TO new-order-record-switch
                       NOT INVALID KEY
                           IF  ord-appr-status = "A"
                                   AND ord-val =
                   END-CALL
                   MOVE VOC-ord-val(array-ind)  TO ord-val
                   MOVE VOC-pay-val(array-ind)  TO ord-pay-val
                   MOVE VOC-ORD-DISC(array-ind) TO ord-disc
                   MOVE VOC-ORD-SHIPTO(array-ind) TO ord-shipto
      *  The requested ship date keyed or defaulted in VOCOK --
      *  a row that never carried one leaves the record's alone.
                   IF  VOC-ORD-REQ-DATE(array-ind) NUMERIC
                       IF  VOC-ORD-REQ-DATE(array-ind) > 0
                           MOVE VOC-ORD-REQ-DATE(array-ind)
                               TO ord-req-date
                       END-IF
                   END-IF
      *  Tax is computed here, where the order record is written, so
      *  every path that lands an order on file -- not just the
      *  change-order dialog -- stores the tax alongside the
      *  tax-free goods value, at the rate of the address this
      *  order's goods are delivered to.
                   PERFORM Get-Order-Tax-Rate
                   COMPUTE ord-tax ROUNDED =
                       VOC-ord-val(array-ind) * order-tax-rate
      *  The shipping keyed with the order rides the record as its
      *  own figure -- see VOC-C-CARRIER/VOC-C-FREIGHT in VOCOK.
                   MOVE VOC-ORD-CARRIER(array-ind) TO ord-carrier
                       TO ord-void-reason
                   MOVE VOC-ORD-VOID-DATE(array-ind)   TO ord-void-date
                   MOVE held-appr-status TO ord-appr-status
      *  A new order of a cash-in-advance account waits off the
      *  pick list for the cash covering its pro-forma -- unless
      *  it was paid in full as it was taken.  The shared custcia
      *  keeper releases it when the money comes in.
                   IF  new-order-record AND cash-in-advance-account
                       IF  ord-pay-val >= ord-val + ord-tax
                                          + ord-freight
                           SET order-cash-released TO TRUE
                       ELSE
                           SET order-awaiting-cash TO TRUE
                       END-IF
                   END-IF
                   REWRITE order-record
                       INVALID KEY
                           WRITE order-record
