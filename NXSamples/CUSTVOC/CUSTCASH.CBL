      * files, and a remittance that looks like a re-transmission     *
      * (same order, same amount, posted inside the last week) is     *
      * held as a possible duplicate rather than posted twice.        *
      * A payment short of the open balance by more than the         *
      * "DEDTOL  " tolerance opens a deduction item on deduct.ism    *
      * for the shortfall, which CUSTDEDW lists and CUSTDEDC closes. *
      * Cash on an invoice sold to the factoring company is recorded *
      * as due to the factor through the shared custfact keeper and  *
      * flagged on the register.                                     *
      * Cash that covers a cash-in-advance order's pro-forma         *
      * releases the order to the pick list through the shared       *
      * custcia keeper.                                              *
      * Cash on a foreign-currency order has its realized exchange   *
      * gain or loss recorded through the shared custfxrk keeper.    *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS DYNAMIC
           FILE STATUS IS rcv-status.

      *  deduct-file takes a deduction item for every short payment
      *  over the "DEDTOL  " tolerance -- see deductrc.cpy and
      *  Open-Deduction below.
           SELECT deduct-file ASSIGN "deduct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ded-no
           ALTERNATE RECORD KEY IS ded-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ded-status-code.

           SELECT report-file ASSIGN "custcash.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  recovery-file.
           COPY "recovrec.cpy".

       FD  deduct-file.
           COPY "deductrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).


       78  control-id-payno                VALUE "PAYNO   ".
       78  control-id-rcvno                VALUE "RCVNO   ".
       78  control-id-dedno                VALUE "DEDNO   ".
       78  control-id-dedtol               VALUE "DEDTOL  ".

       77  order-balance               PIC S9(9)V99 COMP.

       77  remits-applied              PIC 9(6) COMP.
       77  remits-rejected             PIC 9(6) COMP.

      *  Working storage for Check-Short-Payment below.  The
      *  tolerance is whole currency units off the "DEDTOL  "
      *  control record -- a short payment inside it is left as
      *  an ordinary open balance; with no record on file the
      *  default below applies.
       78  default-deduct-tolerance        VALUE 10.
       77  deduct-tolerance            PIC 9(8) COMP.
       01  ded-status-code             PIC XX.
           88  ded-file-ok             VALUE "00".
           88  ded-file-not-found      VALUE "35".
       77  ded-eof-switch              PIC X VALUE "N".
           88  ded-eof                 VALUE "Y".
       77  deducted-already            PIC S9(9)V99 COMP.
       77  shortfall-amount            PIC S9(9)V99 COMP.
       77  posted-pay-no               PIC 9(8) COMP.
       77  deduction-switch            PIC X VALUE "N".
           88  deduction-opened         VALUE "Y".
       77  deductions-opened           PIC 9(6) COMP.
       77  deduction-amount-display    PIC 9(7)V99.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).



      *  Batch-envelope working storage -- the decks arrive under
      *  custprmk promise-keeper in the COMP shape its linkage
      *  expects.
       77  promise-amount              PIC 9(7)V99 COMP.
      *  factor-due-amount comes back from the shared custfact
      *  keeper as the part of the cash that belongs to the
      *  factoring company -- see CUSTFACT.CBL.
       77  factor-due-amount           PIC 9(7)V99 COMP.
       77  remits-factored             PIC 9(6) COMP.
      *  cia-release-flag comes back "Y" from the shared custcia
      *  keeper when the cash paid a cash-in-advance order's
      *  pro-forma up -- see CUSTCIA.CBL.
       77  cia-release-flag            PIC X.
       77  remits-released             PIC 9(6) COMP.
      *  realized-fx-amount comes back from the shared custfxrk
      *  keeper as the home-currency exchange gain or loss on the
      *  cash just posted -- see CUSTFXRK.CBL.
       77  realized-fx-amount          PIC S9(9)V99 COMP.

      *  CALL "custbsum" interface -- the balance-summary keeper
      *  (see custbal.cpy).
           03  tl-applied              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE "  EXCEPTIONS:".
           03  tl-rejected             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE "  DEDUCTIONS:".
           03  tl-deductions           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "  FACTORED:".
           03  tl-factored             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "  RELEASED:".
           03  tl-released             PIC ZZZ,ZZ9.

       01  deduction-line.
           03  FILLER                  PIC X(8)  VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "DEDUCTION ".
           03  dd-ded-no               PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dd-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "SHORT PAYMENT -- OPENED FOR FOLLOW-UP".

      ****************************************************
      *                                                  *
           MOVE 0 TO remits-read
           MOVE 0 TO remits-applied
           MOVE 0 TO remits-rejected
           MOVE 0 TO deductions-opened
           MOVE 0 TO remits-factored
           MOVE 0 TO remits-released

           OPEN INPUT remit-file
           OPEN INPUT ordxref-file
               CLOSE recovery-file
               OPEN I-O recovery-file
           END-IF
           OPEN I-O deduct-file
           IF  ded-file-not-found
               OPEN OUTPUT deduct-file
               CLOSE deduct-file
               OPEN I-O deduct-file
           END-IF
           OPEN OUTPUT report-file

           MOVE default-deduct-tolerance TO deduct-tolerance
           MOVE control-id-dedtol TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO deduct-tolerance
           END-READ

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line

           ADD 1 TO remits-read
           MOVE "N" TO remit-ok-switch
           MOVE "N" TO deduction-switch
           MOVE 0 TO factor-due-amount
           MOVE "N" TO cia-release-flag
           MOVE SPACES TO detail-line
           MOVE br-ord-no TO dl-ord-no
           MOVE br-amount TO dl-amount
           END-CALL

           ADD 1 TO remits-applied
               IF  cia-release-flag = "Y"
                   ADD 1 TO remits-released
               END-IF
               IF  factor-due-amount > 0
                   ADD 1 TO remits-factored
                   MOVE "APPLIED -- DUE TO FACTOR" TO dl-result
               ELSE
               IF  cia-release-flag = "Y"
                   MOVE "APPLIED -- RELEASED TO PICK" TO dl-result
               ELSE
                   MOVE "APPLIED" TO dl-result
               END-IF
               END-IF
               MOVE detail-line TO report-line
               WRITE report-line
               IF  deduction-opened
                   MOVE deduction-line TO report-line
                   WRITE report-line
               END-IF
           ELSE
               PERFORM Print-Exception-Line
           END-IF.
      *  it happens -- see CUSTFWDJ.CBL.
                           PERFORM Journal-Order-Image
                           MOVE "Y" TO remit-ok-switch
      *  Less than the balance is usually the customer taking a
      *  deduction, not paying late -- see Check-Short-Payment.
                           IF  br-amount < order-balance
                               PERFORM Check-Short-Payment
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Short-Payment measures what the remittance  *
      *  left unpaid against the part of the balance not    *
      *  already under an unresolved deduction, and opens a   *
      *  new deduction item for the shortfall when it is       *
      *  over the tolerance -- so a second short payment        *
      *  on the same order only opens what is new.              *
      *                                                  *
      ****************************************************

       Check-Short-Payment SECTION.

           MOVE 0   TO deducted-already
           MOVE "N" TO ded-eof-switch
           MOVE match-ord-no TO ded-ord-no
           START deduct-file KEY IS EQUAL TO ded-ord-no
               INVALID KEY
                   SET ded-eof TO TRUE
           END-START

           PERFORM UNTIL ded-eof
               READ deduct-file NEXT RECORD
                   AT END
                       SET ded-eof TO TRUE
               END-READ
               IF  NOT ded-eof
                   IF  ded-ord-no NOT = match-ord-no
                       SET ded-eof TO TRUE
                   ELSE
                       IF  deduction-unresolved
                           ADD ded-amount TO deducted-already
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE shortfall-amount =
               order-balance - deducted-already - br-amount
           IF  shortfall-amount > deduct-tolerance
               PERFORM Open-Deduction
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Open-Deduction files the shortfall under the       *
      *  next "DEDNO   " number with the reason left blank   *
      *  for the deductions clerk, and writes it through      *
      *  custaud.                                              *
      *                                                  *
      ****************************************************

       Open-Deduction SECTION.

           MOVE control-id-dedno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO deduct-record
           MOVE ctl-next-no TO ded-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ordx-c-code      TO ded-c-code
           MOVE match-ord-no     TO ded-ord-no
           MOVE br-date          TO ded-date
           MOVE shortfall-amount TO ded-amount
           MOVE ord-currency     TO ded-currency
           MOVE posted-pay-no    TO ded-pay-no
           MOVE "O"              TO ded-status
           MOVE 0                TO ded-close-date
           MOVE 0                TO ded-close-ref

           WRITE deduct-record
               INVALID KEY
                   DISPLAY "CUSTCASH: COULD NOT OPEN DEDUCTION FOR "
                       "ORDER " match-ord-no
                   EXIT SECTION
           END-WRITE

           ADD 1 TO deductions-opened
           MOVE "Y" TO deduction-switch
           MOVE ded-no     TO dd-ded-no
           MOVE ded-amount TO dd-amount

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE ded-amount TO deduction-amount-display
           STRING "ORDER " match-ord-no " SHORT PAID"
               DELIMITED BY SIZE INTO aud-before-image
           STRING "DEDUCTION " ded-no " OPEN "
                  deduction-amount-display
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "DEDUCT-OPEN", ordx-c-code,
                                 aud-before-image, aud-after-image
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Journal-Order-Image sends the rewritten order to   *
           MOVE SPACES TO payment-record
           MOVE match-ord-no TO pay-ord-no
           MOVE ctl-next-no  TO pay-no
           MOVE ctl-next-no  TO posted-pay-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
                                  pay-date
           END-CALL
           CALL "custplnk" USING ordx-c-code, promise-amount
           END-CALL
      *  Cash on an invoice sold to the factoring company is the
      *  factor's -- the shared custfact keeper records it against
      *  the invoice's schedule as due to the factor.
           CALL "custfact" USING ordx-c-code, match-ord-no,
                                  promise-amount, pay-date,
                                  factor-due-amount
           END-CALL
      *  Cash covering a cash-in-advance order's pro-forma releases
      *  the order to the pick list -- the order-record is still in
      *  hand and is rewritten by the caller straight after.
           CALL "custcia" USING ordx-c-code, match-ord-no,
                                 promise-amount, pay-date,
                                 cia-release-flag
           END-CALL
           IF  cia-release-flag = "Y"
               SET order-cash-released TO TRUE
           END-IF
      *  Cash on a foreign-currency order is worth a different home
      *  figure today than the order was booked at -- the shared
      *  custfxrk keeper records the realized gain or loss against
      *  the payment.
           CALL "custfxrk" USING ordx-c-code, match-ord-no, pay-no,
                                  pay-date, promise-amount,
                                  ord-currency, ord-date,
                                  realized-fx-amount
           END-CALL.
           EXIT.

           MOVE remits-read     TO tl-read
           MOVE remits-applied  TO tl-applied
           MOVE remits-rejected TO tl-rejected
           MOVE deductions-opened TO tl-deductions
           MOVE remits-factored TO tl-factored
           MOVE remits-released TO tl-released
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.
               CLOSE adjust-file
           END-IF
           CLOSE recovery-file
           CLOSE deduct-file

           CLOSE remit-file
           CLOSE ordxref-file
