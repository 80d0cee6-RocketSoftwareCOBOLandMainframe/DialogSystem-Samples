      * in (ol-currency), with a running total balance due converted *
      * to USD via custrate, so statements can be mailed instead of  *
      * read off the CUSTVOC screen one customer at a time.          *
      * Statements run in cycles: each night only the accounts whose *
      * cycle day (file-c-stmt-cycle, set by CUSTCYCM) has come      *
      * round are printed, covering the activity since the last      *
      * statement (stmthist.ism) with the balance it closed on       *
      * brought forward.  A statement with no balance and no         *
      * activity is suppressed unless file-c-stmt-always asks for    *
      * it.  "M" on the command line is the month-end catch-up that  *
      * serves every cycle of the month not yet served.              *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rst-status.

      *  stmthist-file carries each account's last cycle statement:
      *  the date it ran, the cycle it served and the balance it
      *  closed on -- the next statement's starting point.
           SELECT stmthist-file ASSIGN "stmthist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sth-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS sth-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

      ****************************************************
      *                                                  *
      *                                                  *
           03  ch-c-tax                PIC X.
           03  ch-c-fc-exempt          PIC X.
           03  ch-c-parent             PIC X(5).
           03  FILLER                  PIC X(74).

       FD  ordline-file.
           COPY "ordlinrc.cpy".
       FD  restart-file.
           COPY "custrst.cpy".

       FD  stmthist-file.
           COPY "stmthist.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".

       01  sth-status                  PIC XX.
           88  sth-file-ok             VALUE "00".
           88  sth-file-not-found      VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".
           88  ctl-file-not-found      VALUE "35".

       01  line-status                 PIC XX.
           88  line-file-ok            VALUE "00".
           88  line-file-not-found     VALUE "35".
      *  statement, one balance, per-branch subtotals.
       77  stmt-mode                   PIC X.
           88  consolidated-mode        VALUE "C".
      *  cycle-mode "M" (also from the command line, alone or with
      *  the "C") is the month-end catch-up: every account whose
      *  cycle this month has not been served yet gets its
      *  statement tonight, even when the cycle day is still to
      *  come -- so a cycle falling on a weekend or holiday after
      *  the last working day is not carried into next month.
       77  cycle-mode                  PIC X VALUE SPACE.
           88  month-end-catch-up      VALUE "M".
       01  command-parms               PIC X(20).
       77  parm-count                  PIC 9(4) COMP.

      *  Statement cycles.  Each night only the accounts whose
      *  cycle day (file-c-stmt-cycle, 01-28) has come round since
      *  their last statement are printed.  "STMTLRUN" on the
      *  control file is the date of the last complete run -- an
      *  account with no statement history is due only when its
      *  cycle day fell after it, so the first night on cycles
      *  does not print the whole file.  A night the chain did
      *  not run is caught up by the next one.
       78  control-id-stmtlrun             VALUE "STMTLRUN".
       77  last-run-date               PIC 9(8).
       01  run-date-parts.
           03  run-yyyy                PIC 9(4).
           03  run-mm                  PIC 99.
           03  run-dd                  PIC 99.
       01  cycle-date-parts.
           03  cyc-yyyy                PIC 9(4).
           03  cyc-mm                  PIC 99.
           03  cyc-dd                  PIC 99.
       01  cycle-date REDEFINES cycle-date-parts
                                       PIC 9(8).
       77  cycle-day                   PIC 99.
       77  served-cycle-date           PIC 9(8).
      *  stmt-from-date is the last statement's date: only activity
      *  after it is new on this statement, and the balance it
      *  closed on is brought forward.  A first statement starts a
      *  month before its cycle date and brings nothing forward.
       77  stmt-from-date              PIC 9(8).
       77  brought-forward             PIC S9(9)V99 COMP.
       77  history-switch              PIC X.
           88  history-on-file         VALUE "Y".
       77  due-switch                  PIC X.
           88  statement-due           VALUE "Y".
      *  A statement is built twice: once with print-switch off to
      *  learn its balance and whether anything happened since the
      *  last cycle, and again for real only when it is not to be
      *  suppressed.  Every detail line goes out through Emit-Line.
       77  print-switch                PIC X.
           88  printing-statement      VALUE "Y".
       77  activity-count              PIC 9(7) COMP.
       77  order-activity-count        PIC 9(7) COMP.
       77  saved-print-switch          PIC X.
       77  new-order-switch            PIC X.
           88  new-order               VALUE "Y".
       77  statements-printed          PIC 9(7) COMP VALUE 0.
       77  statements-suppressed       PIC 9(7) COMP VALUE 0.
       77  statements-not-due          PIC 9(7) COMP VALUE 0.
       01  count-display               PIC ZZZZZZ9.
       01  date-display                PIC 9999/99/99.
      *  stmt-c-code is the account whose orders and charges are
      *  being printed at this moment -- the statement customer
      *  itself, or one of its branches in consolidated mode.
       01  addr-line                   PIC X(132).
       01  amount-display               PIC ZZ,ZZZ,ZZ9.99.

      *  A statement prints in the customer's language (file-c-
      *  language): Load-Statement-Wording asks the shared custdoct
      *  lookup for each heading and label once per statement, with
      *  the English as the default, and dates and amounts are laid
      *  out through the shared custlfmt formatter -- the column
      *  dates compact, so the columns keep their width, and the
      *  amounts converted in place to the language's decimal and
      *  thousands characters (stmt-punctuation, spaces for none).
      *  The fixed-width labels are taken at their English width.
       77  doc-type                    PIC X(4) VALUE "STMT".
       77  doc-text-id                 PIC X(8).
       01  doc-text                    PIC X(80).
       77  fmt-mode                    PIC X.
       77  fmt-date                    PIC 9(8).
       77  fmt-amount                  PIC S9(11)V99 COMP.
       01  fmt-text                    PIC X(18).
       01  stmt-punctuation            PIC X(2).
       01  local-date                  PIC X(10).
       01  statement-wording.
           03  wd-statement-for        PIC X(40).
           03  wd-statement-date       PIC X(40).
           03  wd-activity-since       PIC X(40).
           03  wd-brought-forward      PIC X(60).
           03  wd-total-due            PIC X(60).
           03  wd-branch               PIC X(40).
           03  wd-branch-subtotal      PIC X(40).
           03  wd-payment              PIC X(10).
           03  wd-reversed             PIC X(10).
           03  wd-write-off            PIC X(10).
           03  wd-agency               PIC X(10).
           03  wd-credit               PIC X(10).

       01  order-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  ol-ordno                PIC 9(6).
           03  ol-paid                 PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ol-balance              PIC Z,ZZZ,ZZ9.99.
       01  order-line-amounts REDEFINES order-line.
           03  FILLER                  PIC X(27).
           03  ola-amounts             PIC X(66).

       01  item-detail-line.
           03  FILLER                  PIC X(8) VALUE SPACES.
           03  idl-price               PIC ZZZZ9.99.
           03  FILLER                  PIC X(3) VALUE " = ".
           03  idl-extension           PIC Z,ZZZ,ZZ9.99.
       01  item-detail-amounts REDEFINES item-detail-line.
           03  FILLER                  PIC X(14).
           03  ida-amounts             PIC X(31).

       01  adjust-line.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  al-amount               PIC Z,ZZZ,ZZ9.99.

       01  onaccount-line.
           03  oa-label                PIC X(26).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  oa-amount               PIC Z,ZZZ,ZZ9.99.

       77  scan-line-work              PIC X(13).
       77  scan-valid-flag             PIC X.

       01  payment-line.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  pl-label                PIC X(10).
           03  pl-date                 PIC 9(8).
           03  FILLER                  PIC X(24) VALUE SPACES.
           03  pl-amount               PIC Z,ZZZ,ZZ9.99.

       01  remit-stub-line.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  rsl-label               PIC X(7).
           03  rsl-scanline            PIC X(13).

       01  charge-line.
           03  fc-label                PIC X(9).
           03  fc-date                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fc-reason               PIC X(20).

       Main-Process SECTION.

           MOVE SPACES TO command-parms
           ACCEPT command-parms FROM COMMAND-LINE
           MOVE 0 TO parm-count
           INSPECT command-parms TALLYING parm-count FOR ALL "C"
           IF  parm-count > 0
               MOVE "C" TO stmt-mode
           END-IF
           MOVE 0 TO parm-count
           INSPECT command-parms TALLYING parm-count FOR ALL "M"
           IF  parm-count > 0
               MOVE "M" TO cycle-mode
           END-IF
           ACCEPT run-start-hhmmss FROM TIME

           PERFORM Program-Initialize
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Print-Statement
                       PERFORM Write-Checkpoint
               END-READ
           END-PERFORM
           OPEN INPUT payment-file
           OPEN OUTPUT report-file
           ACCEPT stmt-run-date FROM DATE YYYYMMDD
           MOVE stmt-run-date TO run-date-parts

           OPEN I-O stmthist-file
           IF  sth-file-not-found
               OPEN OUTPUT stmthist-file
               CLOSE stmthist-file
               OPEN I-O stmthist-file
           END-IF

      *  The last complete run -- no record means the cycles have
      *  never run, so only tonight's cycle day is due.
           OPEN I-O control-file
           IF  ctl-file-not-found
               OPEN OUTPUT control-file
               CLOSE control-file
               OPEN I-O control-file
           END-IF
           MOVE control-id-stmtlrun TO ctl-id
           READ control-file
               INVALID KEY
                   COMPUTE last-run-date = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(stmt-run-date) - 1)
               NOT INVALID KEY
                   MOVE ctl-next-no TO last-run-date
           END-READ

           PERFORM Print-Letterhead
           PERFORM Resume-From-Checkpoint.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Letterhead opens the run with the         *
      *  company name and a reference to the same        *
      *  \MF_LOGO.GIF image IMAGE.CBL loads into a       *
      *  picture control.  custstmt.prt is a plain LINE  *
      *  SEQUENTIAL print stream, so the bitmap itself   *
      *  can't be embedded in it -- the @IMAGE line is   *
      *  there for whatever print formatter merges the   *
      *  logo onto the page (a PCL overlay or pre-       *
      *  printed letterhead stationery) so the mailed    *
      *  statement carries it without this report        *
      *  needing to be graphical itself.                 *
      *                                                  *
      ****************************************************

               GO TO Print-Statement-Exit
           END-IF

           PERFORM Check-Statement-Due
           IF  NOT statement-due
               ADD 1 TO statements-not-due
               GO TO Print-Statement-Exit
           END-IF

      *  Build it once unprinted: a statement with nothing owing and
      *  nothing new since the last cycle is suppressed, unless the
      *  customer has asked for every one.  The cycle still counts
      *  as served.
           MOVE "N" TO print-switch
           PERFORM Build-Statement-Body
           IF  customer-balance = 0 AND activity-count = 0
                   AND NOT statement-always-wanted
               ADD 1 TO statements-suppressed
               MOVE "Y" TO sth-suppressed
               PERFORM Store-Statement-History
               GO TO Print-Statement-Exit
           END-IF

           MOVE "Y" TO print-switch
           PERFORM Load-Statement-Wording
           MOVE SPACES TO report-line
           WRITE report-line
      *  The @DOC line marks where this document starts in the print
           STRING "@DOC " file-c-code " STMT " stmt-run-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING wd-statement-for DELIMITED BY "  "
                  " " file-c-name DELIMITED BY SIZE
               INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line

           PERFORM Print-Statement-Period

           PERFORM Build-Statement-Body

           MOVE customer-balance TO amount-display
           PERFORM Localize-Amount-Display
           MOVE SPACES TO report-line
           STRING wd-total-due DELIMITED BY "  "
                  " " amount-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           ADD 1 TO statements-printed
           ADD 1 TO run-writes-count
           MOVE "N" TO sth-suppressed
           PERFORM Store-Statement-History.

       Print-Statement-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Statement-Due works out the cycle date    *
      *  the account is being considered for and         *
      *  whether it has been served.  The nightly run    *
      *  looks at the latest cycle date not after        *
      *  tonight -- last month's while this month's day  *
      *  is still to come; the month-end catch-up looks  *
      *  at this month's.                                *
      *                                                  *
      ****************************************************

       Check-Statement-Due SECTION.

           MOVE "N" TO due-switch
           IF  file-c-stmt-cycle IS NUMERIC
                   AND file-c-stmt-cycle > 0
               MOVE file-c-stmt-cycle TO cycle-day
           ELSE
               MOVE 1 TO cycle-day
           END-IF
           IF  cycle-day > 28
               MOVE 28 TO cycle-day
           END-IF

           MOVE run-yyyy  TO cyc-yyyy
           MOVE run-mm    TO cyc-mm
           MOVE cycle-day TO cyc-dd
           IF  NOT month-end-catch-up AND cycle-day > run-dd
               PERFORM Step-Back-One-Month
           END-IF

           MOVE file-c-code TO sth-c-code
           READ stmthist-file
               INVALID KEY
                   MOVE "N" TO history-switch
                   MOVE SPACES TO stmthist-record
                   MOVE file-c-code TO sth-c-code
                   MOVE 0 TO sth-last-date
                   MOVE 0 TO sth-cycle-date
                   MOVE 0 TO sth-last-balance
               NOT INVALID KEY
                   MOVE "Y" TO history-switch
           END-READ

           IF  sth-cycle-date NOT < cycle-date
               EXIT SECTION
           END-IF
           IF  NOT history-on-file AND NOT month-end-catch-up
                   AND cycle-date NOT > last-run-date
               EXIT SECTION
           END-IF

      *  A first statement covers the month up to its cycle date
      *  and brings nothing forward -- every open order still
      *  lists, so the balance is whole.
           MOVE "Y" TO due-switch
           IF  history-on-file
               MOVE sth-last-date    TO stmt-from-date
               MOVE sth-last-balance TO brought-forward
           ELSE
               MOVE cycle-date TO served-cycle-date
               PERFORM Step-Back-One-Month
               MOVE cycle-date TO stmt-from-date
               MOVE served-cycle-date TO cycle-date
               MOVE 0 TO brought-forward
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Step-Back-One-Month SECTION.

      *  Cycle days stop at 28, so the same day exists in every
      *  month and only the month and year move.
           IF  cyc-mm = 1
               MOVE 12 TO cyc-mm
               SUBTRACT 1 FROM cyc-yyyy
           ELSE
               SUBTRACT 1 FROM cyc-mm
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Statement-Period heads the statement      *
      *  with the window it covers and the balance the   *
      *  last statement closed on.                       *
      *                                                  *
      ****************************************************

       Print-Statement-Period SECTION.

           MOVE stmt-run-date TO fmt-date
           PERFORM Get-Heading-Date
           MOVE SPACES TO report-line
           STRING wd-statement-date DELIMITED BY "  "
                  " " local-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE stmt-from-date TO fmt-date
           PERFORM Get-Heading-Date
           MOVE SPACES TO report-line
           STRING wd-activity-since DELIMITED BY "  "
                  " " local-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF  history-on-file
               MOVE brought-forward TO amount-display
               PERFORM Localize-Amount-Display
               MOVE SPACES TO report-line
               STRING wd-brought-forward DELIMITED BY "  "
                      " " amount-display
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Build-Statement-Body runs the account's         *
      *  orders, charges and cash -- and its branches'   *
      *  in consolidated mode -- totalling customer-     *
      *  balance and counting what is new since stmt-    *
      *  from-date.  Lines reach the report only while   *
      *  printing-statement is set.                      *
      *                                                  *
      ****************************************************

       Build-Statement-Body SECTION.

           MOVE 0 TO customer-balance
           MOVE 0 TO activity-count
           MOVE file-c-code TO stmt-c-code
           PERFORM Print-Orders-For-Customer
           PERFORM Print-Finance-Charges

           IF  consolidated-mode
               PERFORM Print-Child-Branches
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Store-Statement-History records the cycle just  *
      *  served on stmthist.ism, printed or suppressed.  *
      *                                                  *
      ****************************************************

       Store-Statement-History SECTION.

           MOVE file-c-code      TO sth-c-code
           MOVE stmt-run-date    TO sth-last-date
           MOVE cycle-date       TO sth-cycle-date
           MOVE customer-balance TO sth-last-balance
           IF  history-on-file
               REWRITE stmthist-record
                   INVALID KEY
                       DISPLAY "CUSTSTMT: STATEMENT HISTORY REWRITE "
                               "FAILED FOR " file-c-code
               END-REWRITE
           ELSE
               WRITE stmthist-record
                   INVALID KEY
                       DISPLAY "CUSTSTMT: STATEMENT HISTORY WRITE "
                               "FAILED FOR " file-c-code
               END-WRITE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Emit-Line SECTION.

           IF  printing-statement
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
       Print-One-Order SECTION.

      *  An order still pending supervisor approval has not reached
      *  the customer-facing paper yet.
           IF  order-pending-approval
               GO TO Print-One-Order-Exit
           END-IF

           MOVE "N" TO new-order-switch
           IF  ord-date > stmt-from-date
               MOVE "Y" TO new-order-switch
           END-IF

      *  A settled order owes nothing and can never change, and a
      *  voided one owes nothing either -- unless it was placed,
      *  paid, credited or voided since the last statement it is
      *  inside the balance brought forward and is left off.  See
      *  CUSTSETL.CBL.
           MOVE 0 TO order-activity-count
           IF  (order-settled OR order-voided) AND NOT new-order
               MOVE print-switch TO saved-print-switch
               MOVE "N" TO print-switch
               PERFORM Print-Payments-For-Order
               PERFORM Print-Adjustments-For-Order
               MOVE saved-print-switch TO print-switch
               IF  order-voided AND ord-void-date IS NUMERIC
                       AND ord-void-date > stmt-from-date
                   ADD 1 TO order-activity-count
               END-IF
               IF  order-activity-count = 0
                   GO TO Print-One-Order-Exit
               END-IF
               MOVE 0 TO order-activity-count
           END-IF
           IF  new-order
               ADD 1 TO order-activity-count
           END-IF

           MOVE SPACES TO order-line
           MOVE ord-no      TO ol-ordno
           MOVE ord-date    TO fmt-date
           PERFORM Get-Column-Date
           MOVE fmt-date    TO ol-date
           MOVE ord-currency TO ol-currency
           MOVE ord-val     TO ol-value
           MOVE ord-tax     TO ol-tax
               COMPUTE customer-balance = customer-balance +
                   ((ord-val - ord-pay-val) * cur-exchange-rate)
           END-IF
           IF  stmt-punctuation NOT = SPACES
               INSPECT ola-amounts CONVERTING ".," TO stmt-punctuation
           END-IF
           MOVE order-line TO report-line
           PERFORM Emit-Line

      *  The remittance stub rides under every open order line, so
      *  whatever the customer tears off and mails, the lockbox
      *  has a scanline to wand.
           IF  NOT order-voided AND NOT order-settled
               MOVE "B" TO scan-mode
               MOVE ord-c-code TO scan-c-code
               MOVE ord-no     TO scan-ord-no
               END-CALL
               MOVE scan-line-work TO rsl-scanline
               MOVE remit-stub-line TO report-line
               PERFORM Emit-Line
           END-IF

      *  The product lines went out on the statement the order was
      *  new on -- an older open order lists as a single line.
           IF  new-order
               PERFORM Print-Lines-For-Order
           END-IF
           PERFORM Print-Payments-For-Order
           PERFORM Print-Adjustments-For-Order
           ADD order-activity-count TO activity-count.

       Print-One-Order-Exit.
           EXIT.
                       MOVE ordl-qty        TO idl-qty
                       MOVE ordl-unit-price TO idl-price
                       MOVE ordl-extension  TO idl-extension
                       IF  stmt-punctuation NOT = SPACES
                           INSPECT ida-amounts
                               CONVERTING ".," TO stmt-punctuation
                       END-IF
                       MOVE item-detail-line TO report-line
                       PERFORM Emit-Line
                   END-IF
               END-IF
           END-PERFORM.
      *  zero (see CUSTFINC.CBL) -- they all sit together at the
      *  front of the adjustment file's key sequence, so one START
      *  at (0, 0) finds them.  Each one shows as interest and adds
      *  to the balance due; only the ones charged since the last
      *  statement are listed, the rest are in the balance brought
      *  forward.
           MOVE "N" TO adj-eof-switch
           MOVE 0 TO adj-ord-no
           MOVE 0 TO adj-no
                   ELSE
                       IF  adj-c-code = stmt-c-code
                               AND adj-finance-charge
                           IF  adj-date > stmt-from-date
                               MOVE adj-date   TO fmt-date
                               PERFORM Get-Column-Date
                               MOVE fmt-date   TO fc-date
                               MOVE adj-reason TO fc-reason
                               MOVE adj-amount TO fc-amount
                               IF  stmt-punctuation NOT = SPACES
                                   INSPECT fc-amount CONVERTING ".,"
                                       TO stmt-punctuation
                               END-IF
                               MOVE charge-line TO report-line
                               PERFORM Emit-Line
                               ADD 1 TO activity-count
                           END-IF
                           ADD adj-amount TO customer-balance
                       END-IF
                   END-IF
                   ELSE
                       IF  pay-c-code = stmt-c-code
                           ADD pay-amount TO onaccount-cash
                           IF  pay-date > stmt-from-date
                               ADD 1 TO activity-count
                           END-IF
                       END-IF
                   END-IF
               END-IF

           IF  onaccount-cash NOT = 0
               MOVE onaccount-cash TO oa-amount
               IF  stmt-punctuation NOT = SPACES
                   INSPECT oa-amount CONVERTING ".,"
                       TO stmt-punctuation
               END-IF
               MOVE onaccount-line TO report-line
               PERFORM Emit-Line
               SUBTRACT onaccount-cash FROM customer-balance
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Payments-For-Order lists the cash taken   *
      *  against the order since the last statement,     *
      *  and any payment reversed since then.  The       *
      *  payments are already inside ord-pay-val, so no  *
      *  balance arithmetic happens here.                *
      *                                                  *
      ****************************************************

       Print-Payments-For-Order SECTION.

           MOVE "N" TO pay-eof-switch
           MOVE ord-no TO pay-ord-no
           MOVE 0      TO pay-no
           START payment-file KEY IS NOT LESS THAN pay-key
               INVALID KEY
                   SET pay-eof TO TRUE
           END-START

           PERFORM UNTIL pay-eof
               READ payment-file NEXT RECORD
                   AT END
                       SET pay-eof TO TRUE
               END-READ
               IF  NOT pay-eof
                   IF  pay-ord-no NOT = ord-no
                       SET pay-eof TO TRUE
                   ELSE
                       IF  pay-date > stmt-from-date
                           MOVE wd-payment   TO pl-label
                           MOVE pay-date     TO fmt-date
                           PERFORM Get-Column-Date
                           MOVE fmt-date     TO pl-date
                           MOVE pay-amount   TO pl-amount
                           PERFORM Localize-Payment-Amount
                           MOVE payment-line TO report-line
                           PERFORM Emit-Line
                           ADD 1 TO order-activity-count
                       END-IF
                       IF  payment-reversed AND pay-rev-date IS NUMERIC
                               AND pay-rev-date > stmt-from-date
                           MOVE wd-reversed  TO pl-label
                           MOVE pay-rev-date TO fmt-date
                           PERFORM Get-Column-Date
                           MOVE fmt-date     TO pl-date
                           MOVE pay-amount   TO pl-amount
                           PERFORM Localize-Payment-Amount
                           MOVE payment-line TO report-line
                           PERFORM Emit-Line
                           ADD 1 TO order-activity-count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
                   IF  adj-ord-no NOT = ord-no
                       SET adj-eof TO TRUE
                   ELSE
                       IF  adj-date > stmt-from-date
                           EVALUATE TRUE
                               WHEN adj-write-off
                                   MOVE wd-write-off TO al-label
                               WHEN adj-collection-cost
                                   MOVE wd-agency TO al-label
                               WHEN OTHER
                                   MOVE wd-credit TO al-label
                           END-EVALUATE
                           MOVE adj-date   TO fmt-date
                           PERFORM Get-Column-Date
                           MOVE fmt-date   TO al-date
                           MOVE adj-reason TO al-reason
                           MOVE adj-amount TO al-amount
                           IF  stmt-punctuation NOT = SPACES
                               INSPECT al-amount CONVERTING ".,"
                                   TO stmt-punctuation
                           END-IF
                           MOVE adjust-line TO report-line
                           PERFORM Emit-Line
                           ADD 1 TO order-activity-count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       Print-One-Branch SECTION.

           MOVE SPACES TO report-line
           PERFORM Emit-Line
           MOVE SPACES TO report-line
           STRING wd-branch DELIMITED BY "  "
                  " " ch-c-code " " ch-c-name
               DELIMITED BY SIZE INTO report-line
           PERFORM Emit-Line

           MOVE customer-balance TO branch-start-balance
           MOVE ch-c-code TO stmt-c-code
           COMPUTE branch-balance =
               customer-balance - branch-start-balance
           MOVE branch-balance TO amount-display
           PERFORM Localize-Amount-Display
           MOVE SPACES TO report-line
           STRING wd-branch-subtotal DELIMITED BY "  "
                  " " amount-display
               DELIMITED BY SIZE INTO report-line
           PERFORM Emit-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Statement-Wording fetches the statement's  *
      *  headings and labels in the customer's language  *
      *  -- the English below wherever nothing is on     *
      *  file -- and the language's amount punctuation.  *
      *                                                  *
      ****************************************************

       Load-Statement-Wording SECTION.

           MOVE "STMTFOR" TO doc-text-id
           MOVE "STATEMENT FOR:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-statement-for
           MOVE "STMTDATE" TO doc-text-id
           MOVE "STATEMENT DATE:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-statement-date
           MOVE "SINCE" TO doc-text-id
           MOVE "ACTIVITY SINCE:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-activity-since
           MOVE "BROUGHT" TO doc-text-id
           MOVE "BALANCE BROUGHT FORWARD (USD EQUIVALENT):" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-brought-forward
           MOVE "TOTALDUE" TO doc-text-id
           MOVE "TOTAL BALANCE DUE (USD EQUIVALENT):" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-total-due
           MOVE "BRANCH" TO doc-text-id
           MOVE "BRANCH" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-branch
           MOVE "BRANCHST" TO doc-text-id
           MOVE "BRANCH SUBTOTAL:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-branch-subtotal
           MOVE "PAYMENT" TO doc-text-id
           MOVE "PAYMENT   " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-payment
           MOVE "REVERSED" TO doc-text-id
           MOVE "REVERSED  " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-reversed
           MOVE "WRITEOFF" TO doc-text-id
           MOVE "WRITE-OFF " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-write-off
           MOVE "AGENCY" TO doc-text-id
           MOVE "AGENCY    " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-agency
           MOVE "CREDIT" TO doc-text-id
           MOVE "CREDIT    " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO wd-credit
           MOVE "ONACCT" TO doc-text-id
           MOVE "UNAPPLIED CASH ON ACCOUNT:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO oa-label
           MOVE "REMIT" TO doc-text-id
           MOVE "REMIT: " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO rsl-label
           MOVE "INTEREST" TO doc-text-id
           MOVE "INTEREST " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO fc-label

           MOVE "P" TO fmt-mode
           CALL "custlfmt" USING file-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           MOVE fmt-text(1:2) TO stmt-punctuation.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Doc-Text replaces the English in doc-text   *
      *  with the customer's language's wording for      *
      *  doc-text-id, when there is some on file.        *
      *                                                  *
      ****************************************************

       Get-Doc-Text SECTION.

           CALL "custdoct" USING doc-type, file-c-language,
                                  doc-text-id, doc-text
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Heading-Date lays fmt-date out in full in   *
      *  the customer's local format, through date-      *
      *  display when the language has none of its own.  *
      *                                                  *
      ****************************************************

       Get-Heading-Date SECTION.

           MOVE fmt-date TO date-display
           MOVE date-display TO local-date
           MOVE "D" TO fmt-mode
           CALL "custlfmt" USING file-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           IF  fmt-text NOT = SPACES
               MOVE fmt-text TO local-date
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Column-Date turns fmt-date into the eight   *
      *  digits of the customer's local date order for   *
      *  the statement's date columns -- left as it is   *
      *  when the language has no layout of its own.     *
      *                                                  *
      ****************************************************

       Get-Column-Date SECTION.

           IF  NOT printing-statement
               EXIT SECTION
           END-IF
           MOVE "C" TO fmt-mode
           CALL "custlfmt" USING file-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           IF  fmt-text NOT = SPACES
               MOVE fmt-text(1:8) TO fmt-date
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Localize-Amount-Display SECTION.

           IF  stmt-punctuation NOT = SPACES
               INSPECT amount-display CONVERTING ".,"
                   TO stmt-punctuation
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Localize-Payment-Amount SECTION.

           IF  stmt-punctuation NOT = SPACES
               INSPECT pl-amount CONVERTING ".," TO stmt-punctuation
           END-IF.
           EXIT.

      ****************************************************
           WRITE restart-record
           CLOSE restart-file

           MOVE control-id-stmtlrun TO ctl-id
           MOVE stmt-run-date       TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   MOVE control-id-stmtlrun TO ctl-id
                   MOVE stmt-run-date       TO ctl-next-no
                   WRITE control-record
                   END-WRITE
           END-REWRITE

           MOVE statements-printed TO count-display
           DISPLAY "CUSTSTMT: STATEMENTS PRINTED     " count-display
           MOVE statements-suppressed TO count-display
           DISPLAY "CUSTSTMT: STATEMENTS SUPPRESSED   " count-display
           MOVE statements-not-due TO count-display
           DISPLAY "CUSTSTMT: CYCLE NOT DUE TONIGHT  " count-display

           CALL "custrunc" USING "CUSTSTMT", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
           CLOSE child-file
           CLOSE ordline-file
           CLOSE payment-file
           CLOSE stmthist-file
           CLOSE control-file
           CLOSE report-file.
           EXIT.
