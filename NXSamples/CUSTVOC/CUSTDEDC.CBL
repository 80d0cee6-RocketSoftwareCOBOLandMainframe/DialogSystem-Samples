      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Customer deduction close-out.  Reads the dedclose.dat deck   *
      * the deductions clerk keys off the CUSTDEDW worklist -- one   *
      * line per deduction number with an action and, where the      *
      * customer's remittance advice gave one, the reason code --    *
      * and works each deduct.ism item:                              *
      *                                                              *
      *   "C"  code the reason only; the item stays open.            *
      *   "A"  accept the deduction -- a custadj "C" credit memo,    *
      *        numbered off "ADJNO   ", clears the shortfall off     *
      *        the order exactly as Record-Adjustment in VOCOK       *
      *        would (over the "MCHKLIM " threshold it queues on     *
      *        pendtx.ism for a checker instead).                    *
      *   "R"  refuse it and re-bill -- an invoice.ism record for    *
      *        the shortfall, numbered off "INVNO   ", goes back to  *
      *        the customer as a printed invoice (VOCINVC) and the   *
      *        partner's electronic copy (custediq), and the balance *
      *        returns to the ordinary dunning path.                 *
      *                                                              *
      * A reason code is required before an item can be accepted or  *
      * re-billed.  Accepted items still waiting on a checker are    *
      * swept first: released ones close, rejected ones re-open.     *
      * Every action is written through custaud; the run is kept to  *
      * supervisors and managers, as refunds are.                    *
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
       PROGRAM-ID. custdedc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT close-deck-file ASSIGN "dedclose.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

      *  deduct-file and order-file are shared with the re-bill's
      *  VOCINVC print, which reads both on its own connectors --
      *  see Rebill-Deduction.
           SELECT deduct-file ASSIGN "deduct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ded-no
           ALTERNATE RECORD KEY IS ded-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ded-status-code
           lock MODE IS AUTOMATIC.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status
           lock MODE IS AUTOMATIC.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT adjust-file ASSIGN "custadj.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS adj-key
           ACCESS IS DYNAMIC
           FILE STATUS IS adj-status.

           SELECT invoice-file ASSIGN "invoice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS invo-no
           ACCESS IS DYNAMIC
           FILE STATUS IS invo-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

      *  pendtx-file is the maker-checker queue -- an accepted
      *  deduction over the "MCHKLIM " threshold parks its credit
      *  memo here for a second pair of eyes.  See pendtxrc.cpy and
      *  VOCMCHK.
           SELECT pendtx-file ASSIGN "pendtx.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ptx-no
           ACCESS IS DYNAMIC
           FILE STATUS IS ptx-status-code.

           SELECT report-file ASSIGN "custdedc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  close-deck-file.
       01  close-deck-record.
           03  dc-ded-no                PIC 9(6).
           03  dc-action                PIC X.
               88  dc-code-only             VALUE "C".
               88  dc-accept                VALUE "A".
               88  dc-rebill                VALUE "R".
           03  dc-reason                PIC X(3).

       FD  deduct-file.
           COPY "deductrc.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  adjust-file.
           COPY "custadjr.cpy".

       FD  invoice-file.
           COPY "invcrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  pendtx-file.
           COPY "pendtxrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  ded-status-code             PIC XX.
           88  ded-file-ok             VALUE "00".
           88  ded-file-eof            VALUE "10".
           88  ded-file-not-found      VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  adj-status                  PIC XX.
           88  adj-file-ok             VALUE "00".
           88  adj-file-not-found      VALUE "35".

       01  invo-status                 PIC XX.
           88  invo-file-ok            VALUE "00".
           88  invo-file-not-found     VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  ptx-status-code             PIC XX.
           88  ptx-file-ok             VALUE "00".
           88  ptx-file-not-found      VALUE "35".

       78  control-id-adjno                VALUE "ADJNO   ".
       78  control-id-invno                VALUE "INVNO   ".
       78  control-id-mchklim              VALUE "MCHKLIM ".
       78  control-id-ptxno                VALUE "PTXNO   ".

      *  checker-limit is the maker-checker threshold -- an
      *  accepted deduction above it queues on pendtx.ism for a
      *  different supervisor instead of posting here; zero leaves
      *  the queue switched off.
       77  checker-limit               PIC 9(8) COMP.
       77  no-pendtx-file-switch       PIC X VALUE "N".
           88  no-pendtx-file           VALUE "Y".

       01  today-yyyymmdd              PIC 9(8).

       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  amount-raw-display          PIC 9(7)V99.

       77  order-balance               PIC S9(9)V99 COMP.
       77  credit-amount               PIC 9(7)V99 COMP.
       77  held-reason                 PIC X(3).

       77  items-coded                 PIC 9(6) COMP.
       77  items-accepted              PIC 9(6) COMP.
       77  items-queued                PIC 9(6) COMP.
       77  items-rebilled              PIC 9(6) COMP.
       77  items-rejected              PIC 9(6) COMP.
       77  items-settled               PIC 9(6) COMP.
       77  items-reopened              PIC 9(6) COMP.

      *  CALL "custbsum" interface -- the balance-summary keeper
      *  (see custbal.cpy).
      *  journal-image carries the full after-image to the shared
      *  custfwdj forward-recovery journal -- see CUSTFWDJ.CBL and
      *  the CUSTFWDR roll-forward.
       77  journal-image               PIC X(512).
       77  balance-mode                PIC X.
       77  summary-open-bal            PIC S9(9)V99 COMP.
       77  summary-ytd-count           PIC 9(5) COMP.
       77  summary-ytd-ord-val         PIC S9(9)V99 COMP.
       77  summary-ytd-pay-val         PIC S9(9)V99 COMP.

       01  page-title                  PIC X(40) VALUE
               "CUSTOMER DEDUCTION CLOSE-OUT REGISTER".

       01  detail-line.
           03  dl-ded-no               PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-action               PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-reason               PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-note                 PIC X(40).

       01  totals-line-1.
           03  FILLER                  PIC X(8)  VALUE "CODED:".
           03  tl-coded                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "  ACCEPTED:".
           03  tl-accepted             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE "  QUEUED:".
           03  tl-queued               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "  RE-BILLED:".
           03  tl-rebilled             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "  REJECTED:".
           03  tl-rejected             PIC ZZZ,ZZ9.

       01  totals-line-2.
           03  FILLER                  PIC X(28)
               VALUE "CHECKER-RELEASED AND CLOSED:".
           03  tl-settled              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(30)
               VALUE "  CHECKER-REJECTED, RE-OPENED:".
           03  tl-reopened             PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Check-Run-Authority
           PERFORM Program-Initialize
           PERFORM Settle-Pending-Deductions

           PERFORM UNTIL deck-file-eof
               READ close-deck-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Close-One-Deduction
               END-READ
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Check-Run-Authority refuses the whole run unless  *
      *  the operator is a supervisor or a manager -- the     *
      *  same gate the refund deck applies.  A refusal is      *
      *  written through custaud.                               *
      *                                                  *
      ****************************************************

       Check-Run-Authority SECTION.

           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role NOT = "S" AND NOT = "M"
               DISPLAY "CUSTDEDC: OPERATOR NOT AUTHORIZED TO CLOSE "
                   "DEDUCTIONS -- RUN ABANDONED"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "DEDUCTION CLOSE RUN REFUSED" TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", "     ",
                                     aud-before-image, aud-after-image
               END-CALL
               STOP RUN
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO items-coded
           MOVE 0 TO items-accepted
           MOVE 0 TO items-queued
           MOVE 0 TO items-rebilled
           MOVE 0 TO items-rejected
           MOVE 0 TO items-settled
           MOVE 0 TO items-reopened
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT close-deck-file
           OPEN I-O deduct-file
           IF  ded-file-not-found
               OPEN OUTPUT deduct-file
               CLOSE deduct-file
               OPEN I-O deduct-file
           END-IF
           OPEN I-O order-file
           OPEN INPUT customer-file
           OPEN I-O adjust-file
           IF  adj-file-not-found
               OPEN OUTPUT adjust-file
               CLOSE adjust-file
               OPEN I-O adjust-file
           END-IF
           OPEN I-O invoice-file
           IF  invo-file-not-found
               OPEN OUTPUT invoice-file
               CLOSE invoice-file
               OPEN I-O invoice-file
           END-IF
           OPEN I-O control-file
           OPEN I-O pendtx-file
           IF  ptx-file-not-found
               SET no-pendtx-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Settle-Pending-Deductions walks deduct.ism for     *
      *  accepted items whose credit memo went to the         *
      *  maker-checker queue and reads the verdict: released   *
      *  means VOCMCHK posted the credit, so the item closes    *
      *  accepted; rejected means the credit never posted, so    *
      *  the item goes back on the worklist open.                 *
      *                                                  *
      ****************************************************

       Settle-Pending-Deductions SECTION.

           IF  no-pendtx-file
               EXIT SECTION
           END-IF

           PERFORM UNTIL ded-file-eof
               READ deduct-file NEXT RECORD
                   AT END
                       SET ded-file-eof TO TRUE
                   NOT AT END
                       IF  deduction-pending
                           PERFORM Settle-One-Pending
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Settle-One-Pending SECTION.

           MOVE ded-close-ref TO ptx-no
           READ pendtx-file
               INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE SPACES TO detail-line
           MOVE ded-no     TO dl-ded-no
           MOVE ded-c-code TO dl-c-code
           MOVE ded-ord-no TO dl-ord-no
           MOVE ded-reason TO dl-reason
           MOVE ded-amount TO dl-amount
           MOVE ded-amount TO amount-raw-display
           MOVE SPACES TO aud-before-image aud-after-image
           STRING "DEDUCTION " ded-no " PENDTX " ptx-no
               DELIMITED BY SIZE INTO aud-before-image

           EVALUATE TRUE
               WHEN pendtx-released
                   MOVE "A" TO ded-status
                   MOVE ptx-verdict-date TO ded-close-date
                   MOVE "CHECKER RELEASED -- CLOSED ACCEPTED"
                       TO dl-note
                   STRING "ACCEPTED " amount-raw-display
                          " CHECKER=" ptx-checker
                       DELIMITED BY SIZE INTO aud-after-image
                   ADD 1 TO items-settled
               WHEN pendtx-rejected
                   MOVE "O" TO ded-status
                   MOVE 0   TO ded-close-ref
                   MOVE "CHECKER REJECTED -- RE-OPENED" TO dl-note
                   STRING "RE-OPENED CHECKER=" ptx-checker
                       DELIMITED BY SIZE INTO aud-after-image
                   ADD 1 TO items-reopened
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           REWRITE deduct-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CALL "custaud" USING "DEDUCT-SETTLE", ded-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Close-One-Deduction validates the deck line        *
      *  against the item on file, takes any reason code      *
      *  keyed, and hands accept and re-bill actions on.       *
      *                                                  *
      ****************************************************

       Close-One-Deduction SECTION.

           MOVE SPACES TO detail-line
           MOVE dc-ded-no TO dl-ded-no
           MOVE dc-action TO dl-action
           MOVE dc-reason TO dl-reason

           MOVE dc-ded-no TO ded-no
           READ deduct-file
               INVALID KEY
                   MOVE "DEDUCTION NOT ON FILE" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-READ

           MOVE ded-c-code TO dl-c-code
           MOVE ded-ord-no TO dl-ord-no
           MOVE ded-amount TO dl-amount

           EVALUATE TRUE
               WHEN deduction-pending
                   MOVE "CREDIT ALREADY AWAITING CHECKER" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
               WHEN NOT deduction-open
                   MOVE "DEDUCTION ALREADY CLOSED" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
               WHEN NOT dc-code-only AND NOT dc-accept
                                     AND NOT dc-rebill
                   MOVE "UNKNOWN ACTION -- USE C, A OR R" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-EVALUATE

      *  A reason keyed on the line replaces whatever was there --
      *  checked against the codes deductrc.cpy knows.
           MOVE ded-reason TO held-reason
           IF  dc-reason NOT = SPACES
               MOVE dc-reason TO ded-reason
               IF  NOT ded-reason-valid
                   MOVE "UNKNOWN REASON CODE" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
               END-IF
           END-IF
           MOVE ded-reason TO dl-reason

           IF  ded-reason = SPACES
               MOVE "REASON CODE REQUIRED -- SKIPPED" TO dl-note
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN dc-code-only
                   PERFORM Code-Deduction-Reason
               WHEN dc-accept
                   PERFORM Accept-Deduction
               WHEN dc-rebill
                   PERFORM Rebill-Deduction
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Code-Deduction-Reason SECTION.

           REWRITE deduct-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "DEDUCTION " ded-no " REASON=" held-reason
               DELIMITED BY SIZE INTO aud-before-image
           STRING "REASON=" ded-reason
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "DEDUCT-CODE", ded-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           ADD 1 TO items-coded
           MOVE "REASON CODED -- STILL OPEN" TO dl-note
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Accept-Deduction credits the shortfall off the     *
      *  order -- never more than the order still owes, in     *
      *  case later cash has already covered some of it --      *
      *  or queues the credit for a checker when it is over      *
      *  the maker-checker threshold.                            *
      *                                                  *
      ****************************************************

       Accept-Deduction SECTION.

           MOVE ded-c-code TO ord-c-code
           MOVE ded-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "ORDER RECORD MISSING" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-READ
           IF  order-voided
               MOVE "ORDER IS VOIDED" TO dl-note
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           COMPUTE order-balance = ord-val - ord-pay-val
           IF  order-balance <= 0
               MOVE 0 TO credit-amount
           ELSE
               IF  ded-amount > order-balance
                   MOVE order-balance TO credit-amount
               ELSE
                   MOVE ded-amount TO credit-amount
               END-IF
           END-IF

           IF  credit-amount = 0
      *  Later cash has covered the shortfall -- nothing left to
      *  credit, so the item simply closes.
               MOVE "A" TO ded-status
               MOVE today-yyyymmdd  TO ded-close-date
               MOVE 0               TO ded-close-ref
               MOVE acting-operator TO ded-operator
               REWRITE deduct-record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO items-accepted
               MOVE "NOTHING LEFT OPEN -- CLOSED" TO dl-note
               MOVE detail-line TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           MOVE credit-amount TO dl-amount
           PERFORM Get-Checker-Limit
           IF  checker-limit > 0 AND credit-amount > checker-limit
               PERFORM Queue-Pending-Credit
           ELSE
               PERFORM Post-Credit-Memo
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Post-Credit-Memo posts the "C" adjustment off       *
      *  "ADJNO   " and folds it into the order's paid-to-     *
      *  date figure, as Record-Adjustment in VOCOK does.       *
      *                                                  *
      ****************************************************

       Post-Credit-Memo SECTION.

           MOVE control-id-adjno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO adjust-record
           MOVE ord-no      TO adj-ord-no
           MOVE ctl-next-no TO adj-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ded-c-code      TO adj-c-code
           MOVE today-yyyymmdd  TO adj-date
           MOVE credit-amount   TO adj-amount
           MOVE "C"             TO adj-type
           STRING "DEDUCTION " ded-no " " ded-reason
               DELIMITED BY SIZE INTO adj-reason
           MOVE acting-operator TO adj-operator

           WRITE adjust-record
               INVALID KEY
                   MOVE "COULD NOT POST CREDIT MEMO" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-WRITE

           ADD credit-amount TO ord-pay-val
           REWRITE order-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
      *  The adjusted image goes to the forward-recovery journal
      *  as it happens -- see CUSTFWDJ.CBL.
           MOVE SPACES TO journal-image
           MOVE order-record TO journal-image
           CALL "custfwdj" USING "ORDER   ", "R", journal-image
           END-CALL

           MOVE "R" TO balance-mode
           CALL "custbsum" USING ded-c-code, balance-mode,
                                  summary-open-bal,
                                  summary-ytd-count,
                                  summary-ytd-ord-val,
                                  summary-ytd-pay-val
           END-CALL

           MOVE "A" TO ded-status
           MOVE today-yyyymmdd  TO ded-close-date
           MOVE adj-no          TO ded-close-ref
           MOVE acting-operator TO ded-operator
           REWRITE deduct-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE credit-amount TO amount-raw-display
           STRING "DEDUCTION " ded-no " ORDER " ord-no
               DELIMITED BY SIZE INTO aud-before-image
           STRING "ACCEPTED CREDIT " amount-raw-display
                  " REASON=" ded-reason
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "DEDUCT-ACCEPT", ded-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           ADD 1 TO items-accepted
           MOVE "ACCEPTED -- CREDIT MEMO POSTED" TO dl-note
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Get-Checker-Limit SECTION.

           MOVE 0 TO checker-limit
           MOVE control-id-mchklim TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO checker-limit
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Queue-Pending-Credit parks the outsized credit     *
      *  memo on pendtx.ism -- numbered off "PTXNO   ",      *
      *  stamped with the maker's identity -- and holds the    *
      *  deduction pending with the ptx-no, for                 *
      *  Settle-Pending-Deductions to close on the verdict.      *
      *                                                  *
      ****************************************************

       Queue-Pending-Credit SECTION.

           IF  no-pendtx-file
               OPEN OUTPUT pendtx-file
               CLOSE pendtx-file
               OPEN I-O pendtx-file
               MOVE "N" TO no-pendtx-file-switch
           END-IF

           MOVE control-id-ptxno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO pendtx-record
           MOVE ctl-next-no TO ptx-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE "C"             TO ptx-type
           MOVE ded-c-code      TO ptx-c-code
           MOVE ord-no          TO ptx-ord-no
           MOVE credit-amount   TO ptx-amount
           STRING "DEDUCTION " ded-no " " ded-reason
               DELIMITED BY SIZE INTO ptx-reason
           MOVE acting-operator TO ptx-maker
           MOVE today-yyyymmdd  TO ptx-date
           MOVE "P"             TO ptx-status

           WRITE pendtx-record
               INVALID KEY
                   MOVE "COULD NOT QUEUE CREDIT MEMO" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-WRITE

           MOVE "P" TO ded-status
           MOVE ptx-no          TO ded-close-ref
           MOVE acting-operator TO ded-operator
           REWRITE deduct-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE credit-amount TO amount-raw-display
           STRING "PENDTX " ptx-no " CREDIT " amount-raw-display
               DELIMITED BY SIZE INTO aud-before-image
           STRING "DEDUCTION " ded-no " QUEUED BY " acting-operator
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "MCHK-QUEUE", ded-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           ADD 1 TO items-queued
           MOVE "ACCEPTED -- CREDIT QUEUED FOR CHECKER" TO dl-note
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Rebill-Deduction refuses the deduction: an          *
      *  invoice.ism record for the shortfall, numbered off    *
      *  "INVNO   " in the order's billing currency, goes back   *
      *  to the customer, the item closes re-billed, and from     *
      *  the next run the balance is dunned like any other.       *
      *  The document goes out as Write-Approved-Invoice in       *
      *  VOCAPPR sends one -- queued for the partner's            *
      *  electronic invoice and printed through VOCINVC, which    *
      *  CUSTMAIL and CUSTDARC pick up -- once the deduction      *
      *  is on file as re-billed, so neither copy charges the     *
      *  order's freight again (see custrbil).                    *
      *                                                  *
      ****************************************************

       Rebill-Deduction SECTION.

           MOVE ded-c-code TO ord-c-code
           MOVE ded-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "ORDER RECORD MISSING" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-READ
           IF  order-voided
               MOVE "ORDER IS VOIDED" TO dl-note
               PERFORM Print-Reject-Line
               EXIT SECTION
           END-IF

           MOVE control-id-invno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO invoice-record
           MOVE ctl-next-no TO invo-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ded-ord-no     TO invo-ord-no
           MOVE ded-c-code     TO invo-c-code
           MOVE today-yyyymmdd TO invo-date
           MOVE ded-amount     TO invo-val
           MOVE 0              TO invo-tax
           MOVE ded-currency   TO invo-currency

           WRITE invoice-record
               INVALID KEY
                   MOVE "COULD NOT CUT RE-BILL INVOICE" TO dl-note
                   PERFORM Print-Reject-Line
                   EXIT SECTION
           END-WRITE

           MOVE "R" TO ded-status
           MOVE today-yyyymmdd  TO ded-close-date
           MOVE invo-no         TO ded-close-ref
           MOVE acting-operator TO ded-operator
           REWRITE deduct-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE ded-amount TO amount-raw-display
           STRING "DEDUCTION " ded-no " ORDER " ord-no
               DELIMITED BY SIZE INTO aud-before-image
           STRING "RE-BILLED INVOICE " invo-no " "
                  amount-raw-display " REASON=" ded-reason
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "DEDUCT-REBILL", ded-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE invo-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   DISPLAY "CUSTDEDC: CUSTOMER " invo-c-code
                       " NOT ON FILE -- RE-BILL INVOICE " invo-no
                       " NOT PRINTED"
               NOT INVALID KEY
                   CALL "custediq" USING "INV ", invo-c-code,
                                          invo-ord-no, invo-no
                   END-CALL
                   CALL "vocinvc" USING invoice-record,
                                         customer-record
                   END-CALL
           END-READ

           ADD 1 TO items-rebilled
           MOVE SPACES TO dl-note
           STRING "RE-BILLED ON INVOICE " invo-no
               DELIMITED BY SIZE INTO dl-note
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Reject-Line SECTION.

           ADD 1 TO items-rejected
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE items-coded    TO tl-coded
           MOVE items-accepted TO tl-accepted
           MOVE items-queued   TO tl-queued
           MOVE items-rebilled TO tl-rebilled
           MOVE items-rejected TO tl-rejected
           MOVE totals-line-1 TO report-line
           WRITE report-line
           MOVE items-settled  TO tl-settled
           MOVE items-reopened TO tl-reopened
           MOVE totals-line-2 TO report-line
           WRITE report-line

           CLOSE close-deck-file
           CLOSE deduct-file
           CLOSE order-file
           CLOSE customer-file
           CLOSE adjust-file
           CLOSE invoice-file
           CLOSE control-file
           IF  NOT no-pendtx-file
               CLOSE pendtx-file
           END-IF
           CLOSE report-file.
           EXIT.
