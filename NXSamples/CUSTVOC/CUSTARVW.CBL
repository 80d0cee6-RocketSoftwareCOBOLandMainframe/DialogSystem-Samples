      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Account review pack.  Before a quarterly business review or  *
      * a credit committee the account manager used to print the     *
      * order history, the aging page, the trend line, the notes,    *
      * the open issues, disputes and promises, the payment plan,    *
      * the limit and bureau score and the rebate accrual separately *
      * and staple them.  This prints the lot as one document per    *
      * customer, section by section:                                *
      *                                                              *
      *   1  account profile and terms                               *
      *   2  twelve months' sales against the same months last year  *
      *      (the salehist.ism buckets CUSTTRND prints)              *
      *   3  current aging (as CUSTAGE buckets it) and DSO           *
      *   4  payment behaviour over the last twelve months           *
      *   5  open disputes, deductions, issues and promises, and     *
      *      the payment-plan schedule                               *
      *   6  rebate accrual (as CUSTRBTA works it) and contracts     *
      *   7  margin over the last twelve months (as CUSTMARG)        *
      *   8  the last twelve months' account notes                   *
      *                                                              *
      * The command line is "C" and a customer code for one pack,    *
      * or "R" and a rep code for a pack for each of the rep's       *
      * accounts.  Each pack opens with an "@DOC customer ARVW date" *
      * marker on custarvw.prt, so the nightly CUSTDARC filer keeps  *
      * the committee's copy for VOCRPRT to reprint later.           *
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
       PROGRAM-ID. custarvw.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

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

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS pay-status.

           SELECT salehist-file ASSIGN "salehist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sh-key
           ACCESS IS DYNAMIC
           FILE STATUS IS sh-status.

           SELECT termmast-file ASSIGN "termmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS terms-code
           ACCESS IS DYNAMIC
           FILE STATUS IS terms-status.

           SELECT salesrep-file ASSIGN "salesrep.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srep-code
           ACCESS IS DYNAMIC
           FILE STATUS IS srep-status.

           SELECT note-file ASSIGN "custnote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS note-key
           ACCESS IS DYNAMIC
           FILE STATUS IS note-status.

           SELECT issue-file ASSIGN "issue.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS iss-no
           ACCESS IS DYNAMIC
           FILE STATUS IS iss-status-code.

           SELECT deduct-file ASSIGN "deduct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ded-no
           ALTERNATE RECORD KEY IS ded-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ded-status-code.

           SELECT promise-file ASSIGN "promise.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prm-key
           ACCESS IS DYNAMIC
           FILE STATUS IS prm-status-code.

           SELECT payplan-file ASSIGN "payplan.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pp-key
           ACCESS IS DYNAMIC
           FILE STATUS IS plan-status.

           SELECT rebate-file ASSIGN "rebate.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS reb-key
           ACCESS IS DYNAMIC
           FILE STATUS IS reb-status.

           SELECT contract-file ASSIGN "contract.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS con-key
           ACCESS IS DYNAMIC
           FILE STATUS IS con-status.

           SELECT report-file ASSIGN "custarvw.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  salehist-file.
           COPY "salehist.cpy".

       FD  termmast-file.
           COPY "termmast.cpy".

       FD  salesrep-file.
           COPY "salesrep.cpy".

       FD  note-file.
           COPY "custnote.cpy".

       FD  issue-file.
           COPY "issuerec.cpy".

       FD  deduct-file.
           COPY "deductrc.cpy".

       FD  promise-file.
           COPY "promiserc.cpy".

       FD  payplan-file.
           COPY "payplanrc.cpy".

       FD  rebate-file.
           COPY "rebaterc.cpy".

       FD  contract-file.
           COPY "contrrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".
           88  cust-file-eof           VALUE "10".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

      *  The files behind the later sections are all optional --
      *  one that is not there prints its section as NONE ON FILE
      *  rather than stopping the pack.
       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".
           88  ordl-file-eof           VALUE "10".
       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".
       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
           88  pay-file-eof            VALUE "10".
       01  sh-status                   PIC XX.
           88  sh-file-ok              VALUE "00".
       01  terms-status                PIC XX.
           88  terms-file-ok           VALUE "00".
       01  srep-status                 PIC XX.
           88  srep-file-ok            VALUE "00".
       01  note-status                 PIC XX.
           88  note-file-ok            VALUE "00".
           88  note-file-eof           VALUE "10".
       01  iss-status-code             PIC XX.
           88  iss-file-ok             VALUE "00".
           88  iss-file-eof            VALUE "10".
       01  ded-status-code             PIC XX.
           88  ded-file-ok             VALUE "00".
           88  ded-file-eof            VALUE "10".
       01  prm-status-code             PIC XX.
           88  prm-file-ok             VALUE "00".
           88  prm-file-eof            VALUE "10".
       01  plan-status                 PIC XX.
           88  plan-file-ok            VALUE "00".
           88  plan-file-eof           VALUE "10".
       01  reb-status                  PIC XX.
           88  reb-file-ok             VALUE "00".
           88  reb-file-eof            VALUE "10".
       01  con-status                  PIC XX.
           88  con-file-ok             VALUE "00".
           88  con-file-eof            VALUE "10".

       77  ordline-open-switch         PIC X VALUE "N".
           88  ordline-open                VALUE "Y".
       77  inventory-open-switch       PIC X VALUE "N".
           88  inventory-open              VALUE "Y".
       77  payment-open-switch         PIC X VALUE "N".
           88  payment-open                VALUE "Y".
       77  salehist-open-switch        PIC X VALUE "N".
           88  salehist-open               VALUE "Y".
       77  termmast-open-switch        PIC X VALUE "N".
           88  termmast-open               VALUE "Y".
       77  salesrep-open-switch        PIC X VALUE "N".
           88  salesrep-open               VALUE "Y".
       77  note-open-switch            PIC X VALUE "N".
           88  note-open                   VALUE "Y".
       77  issue-open-switch           PIC X VALUE "N".
           88  issue-file-open             VALUE "Y".
       77  deduct-open-switch          PIC X VALUE "N".
           88  deduct-open                 VALUE "Y".
       77  promise-open-switch         PIC X VALUE "N".
           88  promise-file-open           VALUE "Y".
       77  payplan-open-switch         PIC X VALUE "N".
           88  payplan-open                VALUE "Y".
       77  rebate-open-switch          PIC X VALUE "N".
           88  rebate-open                 VALUE "Y".
       77  contract-open-switch        PIC X VALUE "N".
           88  contract-open               VALUE "Y".

      *  "C code" for one customer, "R rep" for each of a rep's
      *  accounts.
       01  command-parms               PIC X(20).
       77  parm-mode                   PIC X.
           88  customer-mode               VALUE "C".
           88  rep-mode                    VALUE "R".
       77  parm-code                   PIC X(5).
       77  packs-printed               PIC 9(5) COMP VALUE 0.
       77  count-display               PIC ZZZZ9.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
      *  The twelve-month window the behaviour, margin and notes
      *  sections look back over.
       77  cutoff-date                 PIC 9(8).
       77  work-julian                 PIC 9(7) COMP.
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.

      *  The twelve trailing months, newest first, with the same
      *  months a year earlier -- worked out once at start-up.
       01  month-table.
           03  month-entry OCCURS 12 TIMES.
               05  month-yyyymm         PIC 9(6).
               05  month-value          PIC S9(9)V99 COMP.
               05  month-ly-value       PIC S9(9)V99 COMP.
       77  month-ind                   PIC 9(4) COMP.
       77  twelve-total                PIC S9(11)V99 COMP.
       77  twelve-ly-total             PIC S9(11)V99 COMP.

      *  The current quarter's months, for the rebate accrual.
       01  quarter-months.
           03  quarter-month OCCURS 3  PIC 9(6).
       77  quarter-no                  PIC 9.

      *  Figures gathered off the customer's orders in one pass.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  order-balance               PIC S9(9)V99 COMP.
       77  work-due-date               PIC 9(8).
       77  days-old                    PIC S9(7) COMP.
       01  bucket-totals.
           03  bk-current              PIC S9(9)V99 COMP.
           03  bk-30                   PIC S9(9)V99 COMP.
           03  bk-60                   PIC S9(9)V99 COMP.
           03  bk-90                   PIC S9(9)V99 COMP.
           03  bk-disputed             PIC S9(9)V99 COMP.
       77  open-ar-total               PIC S9(11)V99 COMP.
       77  dso-days                    PIC S9(5)V9 COMP.

       77  payments-count              PIC 9(5) COMP.
       77  payments-value              PIC S9(11)V99 COMP.
       77  payments-late               PIC 9(5) COMP.
       77  payments-timed              PIC 9(5) COMP.
       77  payments-reversed           PIC 9(5) COMP.
       77  payment-days-total          PIC S9(9) COMP.
       77  payment-days                PIC S9(7) COMP.
       77  average-pay-days            PIC S9(5)V9 COMP.

       77  margin-revenue              PIC S9(11)V99 COMP.
       77  margin-cost                 PIC S9(11)V99 COMP.
       77  margin-value                PIC S9(11)V99 COMP.
       77  margin-pct                  PIC S9(3)V9 COMP.
       77  margin-lines                PIC 9(5) COMP.
       77  margin-below-cost           PIC 9(5) COMP.
       77  margin-no-cost              PIC 9(5) COMP.
       77  line-revenue                PIC S9(9)V99 COMP.
       77  line-cost                   PIC S9(9)V99 COMP.

       78  max-disputes                    VALUE 20.
       77  dispute-count               PIC 9(4) COMP.
       77  dispute-ind                 PIC 9(4) COMP.
       01  dispute-table.
           03  dispute-entry OCCURS 20 TIMES.
               05  dsp-ord-no           PIC 9(6).
               05  dsp-date             PIC 9(8).
               05  dsp-reason           PIC X(20).
               05  dsp-balance          PIC S9(9)V99 COMP.

       77  promises-kept               PIC 9(5) COMP.
       77  promises-broken             PIC 9(5) COMP.
       77  installments-paid           PIC 9(5) COMP.
       77  installments-missed         PIC 9(5) COMP.

       78  max-tiers                       VALUE 10.
       77  tier-count                  PIC 9(2) COMP.
       77  tier-ind                    PIC 9(4) COMP.
       01  tier-table.
           03  tier-entry OCCURS max-tiers.
               05  tier-threshold      PIC 9(7)V99 COMP.
               05  tier-pct            PIC 9(2)V99 COMP.
       77  qtd-purchases               PIC S9(9)V99 COMP.
       77  earned-pct                  PIC 9(2)V99 COMP.
       77  accrued-rebate              PIC S9(9)V99 COMP.

       77  section-lines               PIC 9(5) COMP.

       01  pack-title-line.
           03  FILLER                  PIC X(22) VALUE
               "ACCOUNT REVIEW PACK --".
           03  FILLER                  PIC X VALUE SPACE.
           03  tl-c-code               PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  tl-name                 PIC X(15).
           03  FILLER                  PIC X(12) VALUE
               "  PREPARED ".
           03  tl-date                 PIC 9(8).

       01  section-title-line.
           03  FILLER                  PIC X(3) VALUE "== ".
           03  st-no                   PIC 9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  st-title                PIC X(50).

       01  none-line                   PIC X(40) VALUE
               "     NONE ON FILE".

       01  profile-line.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  pl-label                PIC X(22).
           03  pl-value                PIC X(60).

       01  amount-line.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  al-label                PIC X(32).
           03  al-amount               PIC ZZZ,ZZZ,ZZ9.99-.

       01  number-display              PIC ZZZ,ZZZ,ZZ9.99-.
       01  paid-display                PIC ZZZ,ZZZ,ZZ9.99-.
       01  limit-display               PIC ZZ,ZZZ,ZZ9.
       01  days-display                PIC ZZZ9.9-.
       01  pct-display                 PIC ZZ9.9-.
       01  small-count-display         PIC ZZZZ9.
       01  drawn-display               PIC ZZ,ZZZ,ZZ9.
       77  entry-state                 PIC X(20).

       01  trend-heading-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(24) VALUE
               "MONTH           SALES".
           03  FILLER                  PIC X(24) VALUE
               "LAST YEAR       SALES".
           03  FILLER                  PIC X(16) VALUE
               "        CHANGE".

       01  trend-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  tr-yyyymm               PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tr-value                PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tr-ly-yyyymm            PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tr-ly-value             PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tr-change               PIC ZZ,ZZZ,ZZ9.99-.

       01  trend-total-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(8)  VALUE "TOTAL".
           03  tt-value                PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  tt-ly-value             PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tt-change               PIC ZZ,ZZZ,ZZ9.99-.

       01  item-line.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  il-text                 PIC X(100).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           EVALUATE TRUE
               WHEN customer-mode
                   MOVE parm-code TO file-c-code
                   READ customer-file
                       INVALID KEY
                           DISPLAY "CUSTARVW: NO SUCH CUSTOMER "
                                   parm-code
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM Print-Review-Pack
                   END-READ
               WHEN rep-mode
                   PERFORM Print-Rep-Packs
               WHEN OTHER
                   DISPLAY "CUSTARVW: GIVE C AND A CUSTOMER CODE"
                           " OR R AND A REP CODE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           MOVE packs-printed TO count-display
           DISPLAY "CUSTARVW: REVIEW PACKS PRINTED: " count-display

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  The twelve trailing months, the same months a     *
      *  year earlier, the current quarter and the          *
      *  twelve-month look-back date are all worked out      *
      *  once here.                                           *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE SPACES TO command-parms parm-mode parm-code
           ACCEPT command-parms FROM COMMAND-LINE
           UNSTRING command-parms DELIMITED BY ALL SPACE
               INTO parm-mode, parm-code
           END-UNSTRING
           INSPECT parm-mode CONVERTING "cr" TO "CR"

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian = FUNCTION INTEGER-OF-DATE
                                      (today-yyyymmdd)
           COMPUTE work-julian = today-julian - 365
           COMPUTE cutoff-date = FUNCTION DATE-OF-INTEGER
                                     (work-julian)

           COMPUTE work-yyyy = today-yyyymmdd / 10000
           COMPUTE work-mm =
               (today-yyyymmdd / 100) - (work-yyyy * 100)
           COMPUTE quarter-no = ((work-mm - 1) / 3) + 1
           PERFORM VARYING month-ind FROM 1 BY 1
                           UNTIL month-ind > 3
               COMPUTE quarter-month(month-ind) =
                   (work-yyyy * 100) + ((quarter-no - 1) * 3)
                   + month-ind
           END-PERFORM

           PERFORM VARYING month-ind FROM 1 BY 1
                           UNTIL month-ind > 12
               COMPUTE month-yyyymm(month-ind) =
                   (work-yyyy * 100) + work-mm
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
           END-PERFORM

           OPEN INPUT customer-file
           OPEN INPUT order-file
           OPEN OUTPUT report-file

           OPEN INPUT ordline-file
           IF  ordl-file-ok
               SET ordline-open TO TRUE
           END-IF
           OPEN INPUT inventory-file
           IF  inv-file-ok
               SET inventory-open TO TRUE
           END-IF
           OPEN INPUT payment-file
           IF  pay-file-ok
               SET payment-open TO TRUE
           END-IF
           OPEN INPUT salehist-file
           IF  sh-file-ok
               SET salehist-open TO TRUE
           END-IF
           OPEN INPUT termmast-file
           IF  terms-file-ok
               SET termmast-open TO TRUE
           END-IF
           OPEN INPUT salesrep-file
           IF  srep-file-ok
               SET salesrep-open TO TRUE
           END-IF
           OPEN INPUT note-file
           IF  note-file-ok
               SET note-open TO TRUE
           END-IF
           OPEN INPUT issue-file
           IF  iss-file-ok
               SET issue-file-open TO TRUE
           END-IF
           OPEN INPUT deduct-file
           IF  ded-file-ok
               SET deduct-open TO TRUE
           END-IF
           OPEN INPUT promise-file
           IF  prm-file-ok
               SET promise-file-open TO TRUE
           END-IF
           OPEN INPUT payplan-file
           IF  plan-file-ok
               SET payplan-open TO TRUE
           END-IF
           OPEN INPUT rebate-file
           IF  reb-file-ok
               SET rebate-open TO TRUE
           END-IF
           OPEN INPUT contract-file
           IF  con-file-ok
               SET contract-open TO TRUE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Rep-Packs browses cust.ism from the top and *
      *  prints a pack for every account the rep holds.      *
      *                                                  *
      ****************************************************

       Print-Rep-Packs SECTION.

           MOVE LOW-VALUES TO file-c-code
           START customer-file KEY IS NOT LESS THAN file-c-code
               INVALID KEY
                   SET cust-file-eof TO TRUE
           END-START

           PERFORM UNTIL cust-file-eof
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       IF  file-c-rep = parm-code(1:3)
                           PERFORM Print-Review-Pack
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Review-Pack prints the whole document for   *
      *  the customer record in the buffer.                  *
      *                                                  *
      ****************************************************

       Print-Review-Pack SECTION.

      *  The marker follows CUSTDARC's dm- layout exactly --
      *  "@DOC " + customer + space + type + space + date.
           MOVE SPACES TO report-line
           STRING "@DOC " file-c-code " ARVW " today-yyyymmdd
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO il-text pl-value
           MOVE file-c-code    TO tl-c-code
           MOVE file-c-name    TO tl-name
           MOVE today-yyyymmdd TO tl-date
           MOVE pack-title-line TO report-line
           WRITE report-line

           PERFORM Gather-Order-Figures
           PERFORM Gather-Sales-Trend

           PERFORM Print-Profile
           PERFORM Print-Sales-Trend
           PERFORM Print-Aging-And-Dso
           PERFORM Print-Payment-Behaviour
           PERFORM Print-Open-Items
           PERFORM Print-Rebates-And-Contracts
           PERFORM Print-Margin
           PERFORM Print-Notes

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "END OF ACCOUNT REVIEW PACK" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           ADD 1 TO packs-printed.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Order-Figures makes the one pass over the  *
      *  customer's orders that feeds the aging, payment      *
      *  behaviour, dispute and margin sections.              *
      *                                                  *
      ****************************************************

       Gather-Order-Figures SECTION.

           INITIALIZE bucket-totals
           MOVE 0 TO payments-count payments-value payments-late
                     payments-timed
                     payments-reversed payment-days-total
                     margin-revenue margin-cost margin-lines
                     margin-below-cost margin-no-cost dispute-count

           MOVE "00" TO ord-status
           MOVE file-c-code TO ord-c-code
           MOVE 0 TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   SET ord-file-eof TO TRUE
           END-START

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       IF  ord-c-code NOT = file-c-code
                           SET ord-file-eof TO TRUE
                       ELSE
                           IF  NOT order-voided
                               PERFORM Gather-One-Order
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE open-ar-total = bk-current + bk-30 + bk-60
                                 + bk-90 + bk-disputed.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Gather-One-Order SECTION.

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL

           IF  ord-due-date NUMERIC AND ord-due-date > 0
               MOVE ord-due-date TO work-due-date
           ELSE
               CALL "custdue" USING file-c-terms, ord-date,
                                     work-due-date
               END-CALL
           END-IF

           IF  NOT order-settled
               COMPUTE order-balance =
                   (ord-val - ord-pay-val) * cur-exchange-rate
               IF  order-balance > 0
                   PERFORM Age-Order
               END-IF
           END-IF

           IF  payment-open
               PERFORM Gather-Order-Payments
           END-IF

           IF  ord-date NOT < cutoff-date AND ordline-open
               PERFORM Gather-Order-Margin
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Age-Order buckets the open balance the way        *
      *  CUSTAGE does -- disputed apart, the rest by days    *
      *  past due through the shared custlate lookup.         *
      *                                                  *
      ****************************************************

       Age-Order SECTION.

           IF  order-disputed
               ADD order-balance TO bk-disputed
               IF  dispute-count < max-disputes
                   ADD 1 TO dispute-count
                   MOVE ord-no TO dsp-ord-no(dispute-count)
                   MOVE ord-disp-date TO dsp-date(dispute-count)
                   MOVE ord-disp-reason TO dsp-reason(dispute-count)
                   MOVE order-balance TO dsp-balance(dispute-count)
               END-IF
               EXIT SECTION
           END-IF

           CALL "custlate" USING file-c-terms, work-due-date,
                                  today-yyyymmdd, days-old
           END-CALL

           EVALUATE TRUE
               WHEN days-old < 0
                   ADD order-balance TO bk-current
               WHEN days-old < 30
                   ADD order-balance TO bk-30
               WHEN days-old < 60
                   ADD order-balance TO bk-60
               WHEN OTHER
                   ADD order-balance TO bk-90
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Order-Payments counts the payments taken   *
      *  against the order in the last twelve months and      *
      *  how many days after the due date each came in.        *
      *  A reversed payment counts as bounced, not paid.        *
      *                                                  *
      ****************************************************

       Gather-Order-Payments SECTION.

           MOVE "00" TO pay-status
           MOVE ord-no TO pay-ord-no
           MOVE 0 TO pay-no
           START payment-file KEY IS NOT LESS THAN pay-key
               INVALID KEY
                   SET pay-file-eof TO TRUE
           END-START

           PERFORM UNTIL pay-file-eof
               READ payment-file NEXT RECORD
                   AT END
                       SET pay-file-eof TO TRUE
                   NOT AT END
                       IF  pay-ord-no NOT = ord-no
                           SET pay-file-eof TO TRUE
                       ELSE
                           IF  pay-c-code = ord-c-code
                                   AND pay-date NOT < cutoff-date
                               PERFORM Count-One-Payment
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-One-Payment SECTION.

           IF  payment-reversed
               ADD 1 TO payments-reversed
               EXIT SECTION
           END-IF
           IF  pay-amount NOT > 0
               EXIT SECTION
           END-IF

           ADD 1 TO payments-count
           COMPUTE payments-value = payments-value
                                  + (pay-amount * cur-exchange-rate)
      *  Only a payment with a real date against a real due date
      *  goes into the days-after-due average.
           IF  pay-date NOT NUMERIC OR pay-date < 16010101
                   OR work-due-date NOT NUMERIC
                   OR work-due-date < 16010101
               EXIT SECTION
           END-IF
           ADD 1 TO payments-timed
           COMPUTE payment-days =
               FUNCTION INTEGER-OF-DATE(pay-date)
             - FUNCTION INTEGER-OF-DATE(work-due-date)
           ADD payment-days TO payment-days-total
           IF  payment-days > 0
               ADD 1 TO payments-late
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Order-Margin prices the order's lines at   *
      *  the item's moving-average cost, the way CUSTMARG     *
      *  does, in home currency.                               *
      *                                                  *
      ****************************************************

       Gather-Order-Margin SECTION.

           MOVE "00" TO ordl-status
           MOVE ord-c-code TO ordl-c-code
           MOVE ord-no     TO ordl-ord-no
           MOVE 0          TO ordl-line-no
           START ordline-file KEY IS NOT LESS THAN ordl-key
               INVALID KEY
                   SET ordl-file-eof TO TRUE
           END-START

           PERFORM UNTIL ordl-file-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET ordl-file-eof TO TRUE
                   NOT AT END
                       IF  ordl-c-code NOT = ord-c-code
                               OR ordl-ord-no NOT = ord-no
                           SET ordl-file-eof TO TRUE
                       ELSE
                           PERFORM Price-One-Line
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Price-One-Line SECTION.

           ADD 1 TO margin-lines
           COMPUTE line-revenue = ordl-extension * cur-exchange-rate
           ADD line-revenue TO margin-revenue

           MOVE 0 TO line-cost
           IF  NOT inventory-open
               ADD 1 TO margin-no-cost
               EXIT SECTION
           END-IF
           MOVE ordl-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   ADD 1 TO margin-no-cost
                   EXIT SECTION
           END-READ

           COMPUTE line-cost = inv-avg-cost * ordl-qty
           ADD line-cost TO margin-cost
           IF  line-revenue < line-cost
               ADD 1 TO margin-below-cost
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Sales-Trend fills the twelve months and    *
      *  the same months last year from salehist.ism.         *
      *                                                  *
      ****************************************************

       Gather-Sales-Trend SECTION.

           MOVE 0 TO twelve-total twelve-ly-total
           PERFORM VARYING month-ind FROM 1 BY 1
                           UNTIL month-ind > 12
               MOVE 0 TO month-value(month-ind)
               MOVE 0 TO month-ly-value(month-ind)
               IF  salehist-open
                   MOVE file-c-code TO sh-c-code
                   MOVE month-yyyymm(month-ind) TO sh-yyyymm
                   READ salehist-file
                       NOT INVALID KEY
                           MOVE sh-ord-val TO month-value(month-ind)
                   END-READ
                   MOVE file-c-code TO sh-c-code
                   COMPUTE sh-yyyymm = month-yyyymm(month-ind) - 100
                   READ salehist-file
                       NOT INVALID KEY
                           MOVE sh-ord-val
                               TO month-ly-value(month-ind)
                   END-READ
               END-IF
               ADD month-value(month-ind)    TO twelve-total
               ADD month-ly-value(month-ind) TO twelve-ly-total
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Section-Title SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE section-title-line TO report-line
           WRITE report-line
           MOVE 0 TO section-lines.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Profile-Line SECTION.

           MOVE profile-line TO report-line
           WRITE report-line
           MOVE SPACES TO pl-value.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Amount-Line SECTION.

           MOVE amount-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Item-Line SECTION.

           MOVE item-line TO report-line
           WRITE report-line
           MOVE SPACES TO il-text
           ADD 1 TO section-lines.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 1 -- who the account is, who holds it,    *
      *  what it was granted and where it stands.            *
      *                                                  *
      ****************************************************

       Print-Profile SECTION.

           MOVE 1 TO st-no
           MOVE "ACCOUNT PROFILE AND TERMS" TO st-title
           PERFORM Print-Section-Title
           MOVE SPACES TO pl-value

           MOVE "ADDRESS" TO pl-label
           MOVE file-c-street TO pl-value
           PERFORM Print-Profile-Line
           MOVE SPACES TO pl-label
           STRING file-c-city " " file-c-state " " file-c-postal
               DELIMITED BY SIZE INTO pl-value
           PERFORM Print-Profile-Line

           MOVE "CONTACT" TO pl-label
           STRING file-c-contact " " file-c-phone " " file-c-email
               DELIMITED BY SIZE INTO pl-value
           PERFORM Print-Profile-Line

           MOVE "SALES REP" TO pl-label
           MOVE file-c-rep TO pl-value
           IF  salesrep-open AND file-c-rep NOT = SPACES
               MOVE file-c-rep TO srep-code
               READ salesrep-file
                   NOT INVALID KEY
                       MOVE SPACES TO pl-value
                       STRING file-c-rep " " srep-name
                           DELIMITED BY SIZE INTO pl-value
               END-READ
           END-IF
           PERFORM Print-Profile-Line

           MOVE "AREA / CURRENCY" TO pl-label
           STRING file-c-area " / " file-c-currency
               DELIMITED BY SIZE INTO pl-value
           PERFORM Print-Profile-Line

           IF  file-c-parent NOT = SPACES
               MOVE "PARENT ACCOUNT" TO pl-label
               MOVE file-c-parent TO pl-value
               PERFORM Print-Profile-Line
           END-IF

           MOVE "PAYMENT TERMS" TO pl-label
           IF  file-c-terms = SPACES
               MOVE "NET 30 (DEFAULT)" TO pl-value
           ELSE
               MOVE file-c-terms TO pl-value
               IF  termmast-open
                   MOVE file-c-terms TO terms-code
                   READ termmast-file
                       NOT INVALID KEY
                           MOVE SPACES TO pl-value
                           STRING file-c-terms " " terms-name
                               DELIMITED BY SIZE INTO pl-value
                   END-READ
               END-IF
           END-IF
           PERFORM Print-Profile-Line

           MOVE "ACCOUNT STATUS" TO pl-label
           EVALUATE TRUE
               WHEN account-closed
                   MOVE "CLOSED" TO pl-value
               WHEN account-dormant
                   MOVE "DORMANT" TO pl-value
               WHEN OTHER
                   MOVE "ACTIVE" TO pl-value
           END-EVALUATE
           IF  customer-on-hold
               MOVE "ON CREDIT HOLD" TO pl-value(12:)
           END-IF
           PERFORM Print-Profile-Line

           IF  cash-in-advance-account
               MOVE "PAYMENT MODE" TO pl-label
               MOVE "CASH IN ADVANCE" TO pl-value
               PERFORM Print-Profile-Line
           END-IF
           IF  account-with-agency
               MOVE "COLLECTION AGENCY" TO pl-label
               IF  agency-placed
                   MOVE "PLACED WITH AGENCY" TO pl-value
               ELSE
                   MOVE "RETURNED UNCOLLECTABLE" TO pl-value
               END-IF
               PERFORM Print-Profile-Line
           END-IF

           MOVE "CREDIT LIMIT" TO pl-label
           MOVE file-c-limit TO limit-display
           MOVE limit-display TO pl-value
           PERFORM Print-Profile-Line

           MOVE "BUREAU SCORE" TO pl-label
           IF  file-c-bureau-score NUMERIC
                   AND file-c-score-date NUMERIC
               STRING file-c-bureau-score " SCORED "
                      file-c-score-date
                   DELIMITED BY SIZE INTO pl-value
           ELSE
               MOVE "NOT SCORED" TO pl-value
           END-IF
           PERFORM Print-Profile-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 2 -- the twelve months' sales, newest     *
      *  first, each against the same month a year          *
      *  earlier.                                             *
      *                                                  *
      ****************************************************

       Print-Sales-Trend SECTION.

           MOVE 2 TO st-no
           MOVE "SALES TREND -- TWELVE MONTHS AGAINST LAST YEAR"
               TO st-title
           PERFORM Print-Section-Title
           IF  NOT salehist-open
               MOVE none-line TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           MOVE trend-heading-line TO report-line
           WRITE report-line
           PERFORM VARYING month-ind FROM 1 BY 1
                           UNTIL month-ind > 12
               MOVE month-yyyymm(month-ind)   TO tr-yyyymm
               MOVE month-value(month-ind)    TO tr-value
               COMPUTE tr-ly-yyyymm = month-yyyymm(month-ind) - 100
               MOVE month-ly-value(month-ind) TO tr-ly-value
               COMPUTE tr-change = month-value(month-ind)
                                 - month-ly-value(month-ind)
               MOVE trend-line TO report-line
               WRITE report-line
           END-PERFORM

           MOVE twelve-total    TO tt-value
           MOVE twelve-ly-total TO tt-ly-value
           COMPUTE tt-change = twelve-total - twelve-ly-total
           MOVE trend-total-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 3 -- the open balance by age, and days    *
      *  sales outstanding on the twelve months' sales.       *
      *                                                  *
      ****************************************************

       Print-Aging-And-Dso SECTION.

           MOVE 3 TO st-no
           MOVE "CURRENT AGING AND DSO" TO st-title
           PERFORM Print-Section-Title

           MOVE "CURRENT" TO al-label
           MOVE bk-current TO al-amount
           PERFORM Print-Amount-Line
           MOVE "1-29 DAYS PAST DUE" TO al-label
           MOVE bk-30 TO al-amount
           PERFORM Print-Amount-Line
           MOVE "30-59 DAYS PAST DUE" TO al-label
           MOVE bk-60 TO al-amount
           PERFORM Print-Amount-Line
           MOVE "60+ DAYS PAST DUE" TO al-label
           MOVE bk-90 TO al-amount
           PERFORM Print-Amount-Line
           MOVE "DISPUTED" TO al-label
           MOVE bk-disputed TO al-amount
           PERFORM Print-Amount-Line
           MOVE "TOTAL OPEN" TO al-label
           MOVE open-ar-total TO al-amount
           PERFORM Print-Amount-Line
           MOVE "CREDIT LIMIT LESS TOTAL OPEN" TO al-label
           COMPUTE al-amount = file-c-limit - open-ar-total
           PERFORM Print-Amount-Line

           MOVE "DAYS SALES OUTSTANDING" TO pl-label
           IF  twelve-total > 0
               COMPUTE dso-days ROUNDED =
                   (open-ar-total * 365) / twelve-total
                   ON SIZE ERROR
                       MOVE 9999.9 TO dso-days
               END-COMPUTE
               MOVE dso-days TO days-display
               MOVE days-display TO pl-value
           ELSE
               MOVE "NO SALES IN TWELVE MONTHS" TO pl-value
           END-IF
           PERFORM Print-Profile-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 4 -- how the account has paid over the    *
      *  last twelve months: on time or late, bounced         *
      *  payments, promises kept and broken, plan              *
      *  installments paid and missed.                          *
      *                                                  *
      ****************************************************

       Print-Payment-Behaviour SECTION.

           MOVE 4 TO st-no
           MOVE "PAYMENT BEHAVIOUR -- LAST TWELVE MONTHS" TO st-title
           PERFORM Print-Section-Title

           MOVE "PAYMENTS RECEIVED" TO pl-label
           MOVE payments-count TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line
           MOVE "VALUE RECEIVED" TO al-label
           MOVE payments-value TO al-amount
           PERFORM Print-Amount-Line

           MOVE "AVERAGE DAYS AFTER DUE" TO pl-label
           IF  payments-timed > 0
               COMPUTE average-pay-days ROUNDED =
                   payment-days-total / payments-timed
               MOVE average-pay-days TO days-display
               MOVE days-display TO pl-value
           ELSE
               MOVE "NO PAYMENTS" TO pl-value
           END-IF
           PERFORM Print-Profile-Line

           MOVE "PAID AFTER DUE DATE" TO pl-label
           MOVE payments-late TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line
           MOVE "PAYMENTS REVERSED" TO pl-label
           MOVE payments-reversed TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line

           PERFORM Count-Promises
           MOVE "PROMISES KEPT" TO pl-label
           MOVE promises-kept TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line
           MOVE "PROMISES BROKEN" TO pl-label
           MOVE promises-broken TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line

           PERFORM Count-Installments
           MOVE "PLAN INSTALLMENTS PAID" TO pl-label
           MOVE installments-paid TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line
           MOVE "PLAN INSTALLMENTS MISSED" TO pl-label
           MOVE installments-missed TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-Promises SECTION.

           MOVE 0 TO promises-kept promises-broken
           IF  NOT promise-file-open
               EXIT SECTION
           END-IF

           PERFORM Start-Promises
           PERFORM UNTIL prm-file-eof
               READ promise-file NEXT RECORD
                   AT END
                       SET prm-file-eof TO TRUE
                   NOT AT END
                       IF  prm-c-code NOT = file-c-code
                           SET prm-file-eof TO TRUE
                       ELSE
                           IF  prm-taken-date NOT < cutoff-date
                               IF  promise-kept
                                   ADD 1 TO promises-kept
                               END-IF
                               IF  promise-broken
                                   ADD 1 TO promises-broken
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-Promises SECTION.

           MOVE "00" TO prm-status-code
           MOVE file-c-code TO prm-c-code
           MOVE 0 TO prm-no
           START promise-file KEY IS NOT LESS THAN prm-key
               INVALID KEY
                   SET prm-file-eof TO TRUE
           END-START.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-Installments SECTION.

           MOVE 0 TO installments-paid installments-missed
           IF  NOT payplan-open
               EXIT SECTION
           END-IF

           PERFORM Start-Payplan
           PERFORM UNTIL plan-file-eof
               READ payplan-file NEXT RECORD
                   AT END
                       SET plan-file-eof TO TRUE
                   NOT AT END
                       IF  pp-c-code NOT = file-c-code
                           SET plan-file-eof TO TRUE
                       ELSE
                           IF  installment-paid
                               ADD 1 TO installments-paid
                           END-IF
                           IF  installment-missed
                               ADD 1 TO installments-missed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-Payplan SECTION.

           MOVE "00" TO plan-status
           MOVE file-c-code TO pp-c-code
           MOVE 0 TO pp-seq
           START payplan-file KEY IS NOT LESS THAN pp-key
               INVALID KEY
                   SET plan-file-eof TO TRUE
           END-START.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 5 -- everything still open against the    *
      *  account: disputed orders, unresolved deductions,     *
      *  open issues, open promises, and the payment-plan      *
      *  schedule.                                              *
      *                                                  *
      ****************************************************

       Print-Open-Items SECTION.

           MOVE 5 TO st-no
           MOVE "OPEN DISPUTES, ISSUES AND PROMISES" TO st-title
           PERFORM Print-Section-Title

           MOVE "DISPUTED ORDERS" TO report-line
           WRITE report-line
           PERFORM VARYING dispute-ind FROM 1 BY 1
                           UNTIL dispute-ind > dispute-count
               MOVE dsp-balance(dispute-ind) TO number-display
               STRING "ORDER " dsp-ord-no(dispute-ind)
                      "  DISPUTED " dsp-date(dispute-ind)
                      "  " dsp-reason(dispute-ind)
                      "  " number-display
                   DELIMITED BY SIZE INTO il-text
               PERFORM Print-Item-Line
           END-PERFORM
           IF  section-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
           END-IF

           PERFORM Print-Open-Deductions
           PERFORM Print-Open-Issues
           PERFORM Print-Open-Promises
           PERFORM Print-Plan-Schedule.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Open-Deductions SECTION.

           MOVE "UNRESOLVED DEDUCTIONS" TO report-line
           WRITE report-line
           MOVE 0 TO section-lines

           IF  deduct-open
               MOVE "00" TO ded-status-code
               MOVE 0 TO ded-no
               START deduct-file KEY IS NOT LESS THAN ded-no
                   INVALID KEY
                       SET ded-file-eof TO TRUE
               END-START
               PERFORM UNTIL ded-file-eof
                   READ deduct-file NEXT RECORD
                       AT END
                           SET ded-file-eof TO TRUE
                       NOT AT END
                           IF  ded-c-code = file-c-code
                                   AND deduction-unresolved
                               MOVE ded-amount TO number-display
                               STRING "DEDUCTION " ded-no
                                      "  ORDER " ded-ord-no
                                      "  TAKEN " ded-date
                                      "  " ded-reason
                                      "  " number-display
                                      " " ded-currency
                                   DELIMITED BY SIZE INTO il-text
                               PERFORM Print-Item-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  section-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Open-Issues SECTION.

           MOVE "OPEN ISSUES" TO report-line
           WRITE report-line
           MOVE 0 TO section-lines

           IF  issue-file-open
               MOVE "00" TO iss-status-code
               MOVE 0 TO iss-no
               START issue-file KEY IS NOT LESS THAN iss-no
                   INVALID KEY
                       SET iss-file-eof TO TRUE
               END-START
               PERFORM UNTIL iss-file-eof
                   READ issue-file NEXT RECORD
                       AT END
                           SET iss-file-eof TO TRUE
                       NOT AT END
                           IF  iss-c-code = file-c-code
                                   AND issue-open
                               STRING "ISSUE " iss-no
                                      "  OPENED " iss-opened
                                      "  " iss-category
                                      "  " iss-owner
                                      "  " iss-text
                                   DELIMITED BY SIZE INTO il-text
                               PERFORM Print-Item-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  section-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Open-Promises SECTION.

           MOVE "OPEN PROMISES TO PAY" TO report-line
           WRITE report-line
           MOVE 0 TO section-lines

           IF  promise-file-open
               PERFORM Start-Promises
               PERFORM UNTIL prm-file-eof
                   READ promise-file NEXT RECORD
                       AT END
                           SET prm-file-eof TO TRUE
                       NOT AT END
                           IF  prm-c-code NOT = file-c-code
                               SET prm-file-eof TO TRUE
                           ELSE
                               IF  promise-open
                                   MOVE prm-amount TO number-display
                                   STRING "PROMISED FOR "
                                          prm-promise-date
                                          "  TAKEN " prm-taken-date
                                          " BY " prm-operator
                                          "  " number-display
                                       DELIMITED BY SIZE
                                       INTO il-text
                                   PERFORM Print-Item-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  section-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Plan-Schedule SECTION.

           MOVE "PAYMENT-PLAN SCHEDULE" TO report-line
           WRITE report-line
           MOVE 0 TO section-lines

           IF  payplan-open
               PERFORM Start-Payplan
               PERFORM UNTIL plan-file-eof
                   READ payplan-file NEXT RECORD
                       AT END
                           SET plan-file-eof TO TRUE
                       NOT AT END
                           IF  pp-c-code NOT = file-c-code
                               SET plan-file-eof TO TRUE
                           ELSE
                               PERFORM Print-Installment
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  section-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Installment SECTION.

           EVALUATE TRUE
               WHEN installment-paid
                   MOVE "PAID" TO entry-state
               WHEN installment-missed
                   MOVE "MISSED" TO entry-state
               WHEN OTHER
                   MOVE "OPEN" TO entry-state
           END-EVALUATE
           MOVE pp-amount TO number-display
           MOVE pp-paid-amount TO paid-display
           STRING "INSTALLMENT " pp-seq "  DUE " pp-due-date
                  "  " number-display "  " entry-state(1:6)
                  " PAID SO FAR " paid-display
               DELIMITED BY SIZE INTO il-text
           PERFORM Print-Item-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 6 -- the quarter's rebate accrual the way *
      *  CUSTRBTA works it, and every contract with what      *
      *  is left to draw on it.                                *
      *                                                  *
      ****************************************************

       Print-Rebates-And-Contracts SECTION.

           MOVE 6 TO st-no
           MOVE "REBATE AND CONTRACT STATUS" TO st-title
           PERFORM Print-Section-Title

           MOVE "REBATE AGREEMENT" TO report-line
           WRITE report-line
           MOVE 0 TO tier-count
           IF  rebate-open
               MOVE "00" TO reb-status
               MOVE file-c-code TO reb-c-code
               MOVE 0 TO reb-tier
               START rebate-file KEY IS NOT LESS THAN reb-key
                   INVALID KEY
                       SET reb-file-eof TO TRUE
               END-START
               PERFORM UNTIL reb-file-eof
                   READ rebate-file NEXT RECORD
                       AT END
                           SET reb-file-eof TO TRUE
                       NOT AT END
                           IF  reb-c-code NOT = file-c-code
                               SET reb-file-eof TO TRUE
                           ELSE
                               IF  tier-count < max-tiers
                                   ADD 1 TO tier-count
                                   MOVE reb-threshold
                                     TO tier-threshold(tier-count)
                                   MOVE reb-pct
                                     TO tier-pct(tier-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  tier-count = 0
               MOVE none-line TO report-line
               WRITE report-line
           ELSE
               PERFORM Print-Rebate-Accrual
           END-IF

           PERFORM Print-Contracts.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Rebate-Accrual SECTION.

           MOVE 0 TO qtd-purchases
           IF  salehist-open
               PERFORM VARYING month-ind FROM 1 BY 1
                               UNTIL month-ind > 3
                   MOVE file-c-code TO sh-c-code
                   MOVE quarter-month(month-ind) TO sh-yyyymm
                   READ salehist-file
                       NOT INVALID KEY
                           ADD sh-ord-val TO qtd-purchases
                   END-READ
               END-PERFORM
           END-IF

           MOVE 0 TO earned-pct
           PERFORM VARYING tier-ind FROM 1 BY 1
                           UNTIL tier-ind > tier-count
               MOVE SPACES TO entry-state
               IF  qtd-purchases >= tier-threshold(tier-ind)
                   MOVE "REACHED" TO entry-state
                   IF  tier-pct(tier-ind) > earned-pct
                       MOVE tier-pct(tier-ind) TO earned-pct
                   END-IF
               END-IF
               MOVE tier-threshold(tier-ind) TO number-display
               MOVE tier-pct(tier-ind) TO pct-display
               STRING "TIER FROM " number-display "  "
                      pct-display " PCT  " entry-state
                   DELIMITED BY SIZE INTO il-text
               PERFORM Print-Item-Line
           END-PERFORM

           COMPUTE accrued-rebate ROUNDED =
               qtd-purchases * earned-pct / 100
           MOVE "QUARTER-TO-DATE PURCHASES" TO al-label
           MOVE qtd-purchases TO al-amount
           PERFORM Print-Amount-Line
           MOVE "REBATE ACCRUED THIS QUARTER" TO al-label
           MOVE accrued-rebate TO al-amount
           PERFORM Print-Amount-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Contracts SECTION.

           MOVE "CONTRACTS" TO report-line
           WRITE report-line
           MOVE 0 TO section-lines

           IF  contract-open
               MOVE "00" TO con-status
               MOVE file-c-code TO con-c-code
               MOVE LOW-VALUES TO con-item-code
               START contract-file KEY IS NOT LESS THAN con-key
                   INVALID KEY
                       SET con-file-eof TO TRUE
               END-START
               PERFORM UNTIL con-file-eof
                   READ contract-file NEXT RECORD
                       AT END
                           SET con-file-eof TO TRUE
                       NOT AT END
                           IF  con-c-code NOT = file-c-code
                               SET con-file-eof TO TRUE
                           ELSE
                               PERFORM Print-Contract
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  section-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Contract SECTION.

           EVALUATE TRUE
               WHEN con-expiry < today-yyyymmdd
                   MOVE "EXPIRED" TO entry-state
               WHEN con-drawn-qty NOT < con-qty
                   MOVE "FULLY DRAWN" TO entry-state
               WHEN OTHER
                   MOVE "OPEN" TO entry-state
           END-EVALUATE
           MOVE con-price     TO number-display
           MOVE con-qty       TO limit-display
           MOVE con-drawn-qty TO drawn-display
           STRING "ITEM " con-item-code "  QTY " limit-display
                  "  DRAWN " drawn-display
                  "  AT " number-display
                  "  EXPIRES " con-expiry "  " entry-state(1:11)
               DELIMITED BY SIZE INTO il-text
           PERFORM Print-Item-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 7 -- what the last twelve months' lines   *
      *  earned over the items' moving-average cost.          *
      *                                                  *
      ****************************************************

       Print-Margin SECTION.

           MOVE 7 TO st-no
           MOVE "MARGIN -- LAST TWELVE MONTHS" TO st-title
           PERFORM Print-Section-Title
           IF  margin-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           COMPUTE margin-value = margin-revenue - margin-cost
           MOVE "REVENUE" TO al-label
           MOVE margin-revenue TO al-amount
           PERFORM Print-Amount-Line
           MOVE "COST" TO al-label
           MOVE margin-cost TO al-amount
           PERFORM Print-Amount-Line
           MOVE "MARGIN" TO al-label
           MOVE margin-value TO al-amount
           PERFORM Print-Amount-Line

           MOVE "MARGIN PERCENT" TO pl-label
           IF  margin-revenue > 0
               COMPUTE margin-pct ROUNDED =
                   margin-value * 100 / margin-revenue
                   ON SIZE ERROR
                       MOVE -999.9 TO margin-pct
               END-COMPUTE
               MOVE margin-pct TO pct-display
               MOVE pct-display TO pl-value
           ELSE
               MOVE "NO REVENUE" TO pl-value
           END-IF
           PERFORM Print-Profile-Line

           MOVE "ORDER LINES" TO pl-label
           MOVE margin-lines TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line
           MOVE "LINES SOLD BELOW COST" TO pl-label
           MOVE margin-below-cost TO small-count-display
           MOVE small-count-display TO pl-value
           PERFORM Print-Profile-Line
           IF  margin-no-cost > 0
               MOVE "LINES WITH NO COST" TO pl-label
               MOVE margin-no-cost TO small-count-display
               MOVE small-count-display TO pl-value
               PERFORM Print-Profile-Line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Section 8 -- the account notes taken over the     *
      *  last twelve months, oldest first.                    *
      *                                                  *
      ****************************************************

       Print-Notes SECTION.

           MOVE 8 TO st-no
           MOVE "ACCOUNT NOTES -- LAST TWELVE MONTHS" TO st-title
           PERFORM Print-Section-Title

           IF  note-open
               MOVE "00" TO note-status
               MOVE file-c-code TO note-c-code
               MOVE cutoff-date TO note-date
               MOVE 0 TO note-time
               START note-file KEY IS NOT LESS THAN note-key
                   INVALID KEY
                       SET note-file-eof TO TRUE
               END-START
               PERFORM UNTIL note-file-eof
                   READ note-file NEXT RECORD
                       AT END
                           SET note-file-eof TO TRUE
                       NOT AT END
                           IF  note-c-code NOT = file-c-code
                               SET note-file-eof TO TRUE
                           ELSE
                               STRING note-date " " note-operator
                                      " " note-text
                                   DELIMITED BY SIZE INTO il-text
                               PERFORM Print-Item-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF  section-lines = 0
               MOVE none-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE customer-file
           CLOSE order-file
           IF  ordline-open
               CLOSE ordline-file
           END-IF
           IF  inventory-open
               CLOSE inventory-file
           END-IF
           IF  payment-open
               CLOSE payment-file
           END-IF
           IF  salehist-open
               CLOSE salehist-file
           END-IF
           IF  termmast-open
               CLOSE termmast-file
           END-IF
           IF  salesrep-open
               CLOSE salesrep-file
           END-IF
           IF  note-open
               CLOSE note-file
           END-IF
           IF  issue-file-open
               CLOSE issue-file
           END-IF
           IF  deduct-open
               CLOSE deduct-file
           END-IF
           IF  promise-file-open
               CLOSE promise-file
           END-IF
           IF  payplan-open
               CLOSE payplan-file
           END-IF
           IF  rebate-open
               CLOSE rebate-file
           END-IF
           IF  contract-open
               CLOSE contract-file
           END-IF
           CLOSE report-file.
           EXIT.
