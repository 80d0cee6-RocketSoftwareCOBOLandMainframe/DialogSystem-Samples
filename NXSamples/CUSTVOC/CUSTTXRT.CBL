      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Sales-tax liability return.  For a closed accounting period  *
      * -- one month, or a from/to run of months such as a quarter,  *
      * every one of which CUSTCLOS must already have closed on      *
      * period.ism -- totals taxable sales and the ord-tax collected *
      * on them per file-c-tax taxability code at its taxrate.ism    *
      * rate, and takes off the tax reversed by orders voided in the *
      * period and by "C" credit memos on custadj.ism dated in it    *
      * (a credit carries the tax share of the order it sits         *
      * against).  Exempt sales are shown split between accounts     *
      * whose certificate (file-c-tax-exp) was valid at the sale     *
      * and accounts whose certificate had lapsed.  The bottom line  *
      * is tied to the "TX" tax CUSTGLEX sent the ledger for orders  *
      * dated in the same months (gltax.ism), with any difference    *
      * printed.  The taxable lines are then shown again by the      *
      * destination jurisdiction each order was charged at           *
      * (ord-tax-juris, named and rated off taxjur.ism), orders      *
      * from before jurisdictions existed grouped as the flat code   *
      * rate.  All figures are home currency through the shared      *
      * custrate lookup, as the GL feed converts them.               *
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
       PROGRAM-ID. custtxrt.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN "period.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS per-yyyymm
           ACCESS IS DYNAMIC
           FILE STATUS IS per-status-code.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT adjust-file ASSIGN "custadj.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS adj-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS adj-status.

           SELECT taxrate-file ASSIGN "taxrate.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS tax-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS tax-status.

           SELECT taxjur-file ASSIGN "taxjur.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS tjr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS tjr-status.

           SELECT gltax-file ASSIGN "gltax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS gtx-yyyymm
           ACCESS IS DYNAMIC
           FILE STATUS IS gtx-status.

           SELECT report-file ASSIGN "custtxrt.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  period-file.
           COPY "periodrc.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  adjust-file.
           COPY "custadjr.cpy".

       FD  taxrate-file.
           COPY "taxrate.cpy".

       FD  taxjur-file.
           COPY "taxjurrc.cpy".

       FD  gltax-file.
           COPY "gltaxrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  per-status-code             PIC XX.
           88  per-file-ok             VALUE "00".
           88  per-file-not-found      VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  adj-status                  PIC XX.
           88  adj-file-ok             VALUE "00".
           88  adj-file-eof            VALUE "10".
           88  adj-file-not-found      VALUE "35".

       01  tax-status                  PIC XX.
           88  tax-file-ok             VALUE "00".
           88  tax-file-eof            VALUE "10".
           88  tax-file-not-found      VALUE "35".

       01  tjr-status                  PIC XX.
           88  tjr-file-ok             VALUE "00".
           88  tjr-file-not-found      VALUE "35".

       01  gtx-status                  PIC XX.
           88  gtx-file-ok             VALUE "00".
           88  gtx-file-not-found      VALUE "35".

      *  The period comes off the command line as YYYYMM, or as
      *  two YYYYMMs (from and to) for a quarterly or annual
      *  return -- no argument means the month before the current
      *  one, the same default CUSTCLOS closes.
       01  period-argument.
           03  from-month-x            PIC X(6).
           03  from-month REDEFINES from-month-x
                                       PIC 9(6).
           03  to-month-x              PIC X(6).
           03  to-month REDEFINES to-month-x
                                       PIC 9(6).
       01  today-yyyymmdd              PIC 9(8).
       77  work-yyyy                   PIC 9(4).
       77  work-mm                     PIC 99.
       77  walk-month                  PIC 9(6).
       77  record-yyyymm               PIC 9(6).
       77  void-yyyymm                 PIC 9(6).

       77  period-ok-switch            PIC X VALUE "Y".
           88  periods-all-closed       VALUE "Y".
       77  no-adjust-file-switch       PIC X VALUE "N".
           88  no-adjust-file           VALUE "Y".
       77  no-gltax-file-switch        PIC X VALUE "N".
           88  no-gltax-file            VALUE "Y".
       77  ledger-gap-switch           PIC X VALUE "N".
           88  ledger-figure-missing    VALUE "Y".

       77  last-c-code                 PIC X(5) VALUE LOW-VALUES.
       77  cust-found-switch           PIC X VALUE "N".
           88  cust-found               VALUE "Y".
       77  valid-seen-switch           PIC X VALUE "N".
           88  valid-seen               VALUE "Y".
       77  lapsed-seen-switch          PIC X VALUE "N".
           88  lapsed-seen              VALUE "Y".
       77  cert-state-switch           PIC X.
           88  cert-valid               VALUE "V".
           88  cert-lapsed              VALUE "L".
       77  cert-check-date             PIC 9(8).

       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  home-value                  PIC S9(9)V99 COMP.
       77  home-tax                    PIC S9(9)V99 COMP.
       77  work-code                   PIC X.
       77  work-juris                  PIC X(7).

      *  code-table carries one line per taxability code -- loaded
      *  from taxrate.ism in key order so every rate shows, then
      *  any code met on an order but missing from the rate file
      *  is added at the end.
       78  max-codes                       VALUE 60.
       77  code-count                  PIC 9(4) COMP.
       77  code-ind                    PIC 9(4) COMP.
       77  code-hit-ind                PIC 9(4) COMP.
       77  codes-overflowed            PIC 9(5) COMP VALUE 0.
       01  code-table.
           03  code-entry OCCURS max-codes.
               05  cdt-code            PIC X.
               05  cdt-rate            PIC 9(2)V9999 COMP.
               05  cdt-sales           PIC S9(9)V99 COMP.
               05  cdt-tax             PIC S9(9)V99 COMP.
               05  cdt-void-sales      PIC S9(9)V99 COMP.
               05  cdt-void-tax        PIC S9(9)V99 COMP.
               05  cdt-credit-sales    PIC S9(9)V99 COMP.
               05  cdt-credit-tax      PIC S9(9)V99 COMP.

      *  juris-table carries the same figures again by the
      *  destination jurisdiction each taxable order was charged
      *  at -- spaces for an order taxed at the flat code rate.
       78  max-jurs                        VALUE 200.
       77  jur-count                   PIC 9(4) COMP.
       77  jur-ind                     PIC 9(4) COMP.
       77  jur-hit-ind                 PIC 9(4) COMP.
       77  jurs-overflowed             PIC 9(5) COMP VALUE 0.
       01  juris-table.
           03  juris-entry OCCURS max-jurs.
               05  jdt-juris.
                   07  jdt-state       PIC X(2).
                   07  jdt-postal      PIC X(5).
               05  jdt-sales           PIC S9(9)V99 COMP.
               05  jdt-tax             PIC S9(9)V99 COMP.
               05  jdt-void-sales      PIC S9(9)V99 COMP.
               05  jdt-void-tax        PIC S9(9)V99 COMP.
               05  jdt-credit-sales    PIC S9(9)V99 COMP.
               05  jdt-credit-tax      PIC S9(9)V99 COMP.

       77  exempt-valid-sales          PIC S9(9)V99 COMP.
       77  exempt-lapsed-sales         PIC S9(9)V99 COMP.
       77  exempt-valid-accounts       PIC 9(6) COMP.
       77  exempt-lapsed-accounts      PIC 9(6) COMP.
       77  exempt-reversed             PIC S9(9)V99 COMP.

       77  total-sales                 PIC S9(9)V99 COMP.
       77  total-tax                   PIC S9(9)V99 COMP.
       77  total-void-tax              PIC S9(9)V99 COMP.
       77  total-credit-tax            PIC S9(9)V99 COMP.
       77  total-net-tax               PIC S9(9)V99 COMP.
       77  net-sales                   PIC S9(9)V99 COMP.
       77  net-tax                     PIC S9(9)V99 COMP.
       77  ledger-tax                  PIC S9(9)V99 COMP.
       77  tie-difference              PIC S9(9)V99 COMP.
       77  rate-percent                PIC 9(3)V9999.

       01  page-title.
           03  FILLER                  PIC X(32) VALUE
               "SALES-TAX RETURN FOR PERIOD     ".
           03  pt-from                 PIC 9(6).
           03  FILLER                  PIC X(4)  VALUE " TO ".
           03  pt-to                   PIC 9(6).

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "CODE".
           03  FILLER                  PIC X(10) VALUE "   RATE %".
           03  FILLER                  PIC X(17)
               VALUE "    TAXABLE SALES".
           03  FILLER                  PIC X(17)
               VALUE "    TAX COLLECTED".
           03  FILLER                  PIC X(17)
               VALUE "   VOID REVERSALS".
           03  FILLER                  PIC X(17)
               VALUE " CREDIT REVERSALS".
           03  FILLER                  PIC X(17)
               VALUE "          NET TAX".

       01  detail-line.
           03  dl-code                 PIC X.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  dl-rate                 PIC ZZ9.9999.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-sales                PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  dl-tax                  PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  dl-void-tax             PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  dl-credit-tax           PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  dl-net-tax              PIC ---,---,--9.99.

       01  juris-heading-line.
           03  FILLER                  PIC X(30)
               VALUE "JURISDICTION".
           03  FILLER                  PIC X(10) VALUE "   RATE %".
           03  FILLER                  PIC X(17)
               VALUE "    TAXABLE SALES".
           03  FILLER                  PIC X(17)
               VALUE "    TAX COLLECTED".
           03  FILLER                  PIC X(17)
               VALUE "   VOID REVERSALS".
           03  FILLER                  PIC X(17)
               VALUE " CREDIT REVERSALS".
           03  FILLER                  PIC X(17)
               VALUE "          NET TAX".

       01  juris-line.
           03  jl-state                PIC X(2).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  jl-postal               PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  jl-name                 PIC X(20).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  jl-rate                 PIC ZZ9.9999.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  jl-sales                PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  jl-tax                  PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  jl-void-tax             PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  jl-credit-tax           PIC ---,---,--9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  jl-net-tax              PIC ---,---,--9.99.

       01  exempt-line.
           03  el-label                PIC X(40).
           03  FILLER                  PIC X(10) VALUE "ACCOUNTS: ".
           03  el-accounts             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE "   SALES: ".
           03  el-sales                PIC ---,---,--9.99.

       01  tie-line.
           03  tl-label                PIC X(40).
           03  tl-value                PIC ---,---,--9.99.

       01  gap-line.
           03  FILLER                  PIC X(40) VALUE
               "  NO LEDGER TAX FIGURE ON FILE FOR      ".
           03  gl-month                PIC 9(6).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Check-Periods-Closed

           IF  periods-all-closed
               PERFORM Load-Tax-Codes
               PERFORM Total-Period-Orders
               PERFORM Total-Period-Credits
               PERFORM Print-Return
               PERFORM Print-Jurisdictions
               PERFORM Print-Ledger-Tie
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE SPACES TO period-argument
           ACCEPT period-argument FROM COMMAND-LINE
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           IF  from-month-x NOT NUMERIC OR from-month = 0
               COMPUTE work-yyyy = today-yyyymmdd / 10000
               COMPUTE work-mm =
                   (today-yyyymmdd / 100) - (work-yyyy * 100)
               IF  work-mm = 1
                   MOVE 12 TO work-mm
                   SUBTRACT 1 FROM work-yyyy
               ELSE
                   SUBTRACT 1 FROM work-mm
               END-IF
               COMPUTE from-month = (work-yyyy * 100) + work-mm
           END-IF
           IF  to-month-x NOT NUMERIC OR to-month < from-month
               MOVE from-month TO to-month
           END-IF

           MOVE 0 TO code-count
           MOVE 0 TO jur-count
           MOVE 0 TO exempt-valid-sales
           MOVE 0 TO exempt-lapsed-sales
           MOVE 0 TO exempt-valid-accounts
           MOVE 0 TO exempt-lapsed-accounts
           MOVE 0 TO exempt-reversed

           OPEN INPUT period-file
           IF  per-file-not-found
               MOVE "N" TO period-ok-switch
           END-IF
           OPEN INPUT order-file
           OPEN INPUT customer-file
           OPEN INPUT adjust-file
           IF  adj-file-not-found
               SET no-adjust-file TO TRUE
           END-IF
           OPEN INPUT taxrate-file
           IF  tax-file-not-found
               SET tax-file-eof TO TRUE
           END-IF
           OPEN INPUT taxjur-file
           OPEN INPUT gltax-file
           IF  gtx-file-not-found
               SET no-gltax-file TO TRUE
           END-IF
           OPEN OUTPUT report-file

           MOVE from-month TO pt-from
           MOVE to-month   TO pt-to
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Periods-Closed refuses the return unless     *
      *  every month in it is closed -- an open month can     *
      *  still take postings, so its figures are not final.   *
      *                                                  *
      ****************************************************

       Check-Periods-Closed SECTION.

           IF  NOT periods-all-closed
               MOVE "NO PERIODS ON FILE -- RETURN NOT PRODUCED"
                   TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           MOVE from-month TO walk-month
           PERFORM UNTIL walk-month > to-month
               MOVE walk-month TO per-yyyymm
               READ period-file
                   INVALID KEY
                       MOVE "N" TO per-status
               END-READ
               IF  NOT period-closed
                   MOVE "N" TO period-ok-switch
                   MOVE SPACES TO report-line
                   STRING "PERIOD " walk-month " IS NOT CLOSED -- "
                          "RETURN NOT PRODUCED"
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
               END-IF
               PERFORM Step-Walk-Month
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Step-Walk-Month SECTION.

           COMPUTE work-yyyy = walk-month / 100
           COMPUTE work-mm = walk-month - (work-yyyy * 100)
           IF  work-mm = 12
               MOVE 1 TO work-mm
               ADD 1 TO work-yyyy
           ELSE
               ADD 1 TO work-mm
           END-IF
           COMPUTE walk-month = (work-yyyy * 100) + work-mm.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Load-Tax-Codes SECTION.

           PERFORM UNTIL tax-file-eof
               READ taxrate-file NEXT RECORD
                   AT END
                       SET tax-file-eof TO TRUE
                   NOT AT END
                       MOVE tax-code TO work-code
                       PERFORM Find-Code-Slot
                       IF  code-hit-ind > 0
                           MOVE tax-rate TO cdt-rate(code-hit-ind)
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Find-Code-Slot SECTION.

           MOVE 0 TO code-hit-ind
           PERFORM VARYING code-ind FROM 1 BY 1
                           UNTIL code-ind > code-count
                           OR code-hit-ind > 0
               IF  cdt-code(code-ind) = work-code
                   MOVE code-ind TO code-hit-ind
               END-IF
           END-PERFORM
           IF  code-hit-ind = 0
               IF  code-count < max-codes
                   ADD 1 TO code-count
                   MOVE code-count TO code-hit-ind
                   MOVE work-code TO cdt-code(code-hit-ind)
                   MOVE 0 TO cdt-rate(code-hit-ind)
                   MOVE 0 TO cdt-sales(code-hit-ind)
                   MOVE 0 TO cdt-tax(code-hit-ind)
                   MOVE 0 TO cdt-void-sales(code-hit-ind)
                   MOVE 0 TO cdt-void-tax(code-hit-ind)
                   MOVE 0 TO cdt-credit-sales(code-hit-ind)
                   MOVE 0 TO cdt-credit-tax(code-hit-ind)
               ELSE
                   ADD 1 TO codes-overflowed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Period-Orders walks order.ism in customer    *
      *  order.  An order dated in the period counts as a     *
      *  sale; one voided in the period reverses what it       *
      *  counted.  Orders still pending approval are kept off   *
      *  the return, as CUSTGLEX keeps them off the ledger.      *
      *                                                  *
      ****************************************************

       Total-Period-Orders SECTION.

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
               END-READ
               IF  NOT ord-file-eof
                   IF  NOT order-pending-approval
                           AND NOT order-appr-rejected
                       PERFORM Total-One-Order
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Total-One-Order SECTION.

           COMPUTE record-yyyymm = ord-date / 100
           MOVE 0 TO void-yyyymm
           IF  order-voided AND ord-void-date NUMERIC
               COMPUTE void-yyyymm = ord-void-date / 100
           END-IF
           IF  (record-yyyymm < from-month OR record-yyyymm > to-month)
                   AND (void-yyyymm < from-month
                        OR void-yyyymm > to-month)
               EXIT SECTION
           END-IF

           IF  ord-c-code NOT = last-c-code
               PERFORM Start-New-Customer
           END-IF

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           COMPUTE home-value = ord-val * cur-exchange-rate
           COMPUTE home-tax   = ord-tax * cur-exchange-rate
           MOVE ord-date TO cert-check-date
           PERFORM Classify-Order

           IF  record-yyyymm >= from-month
                   AND record-yyyymm <= to-month
               IF  work-code NOT = SPACE
                   ADD home-value TO cdt-sales(code-hit-ind)
                   ADD home-tax   TO cdt-tax(code-hit-ind)
                   IF  jur-hit-ind > 0
                       ADD home-value TO jdt-sales(jur-hit-ind)
                       ADD home-tax   TO jdt-tax(jur-hit-ind)
                   END-IF
               ELSE
                   PERFORM Add-Exempt-Sale
               END-IF
           END-IF

           IF  void-yyyymm >= from-month
                   AND void-yyyymm <= to-month
               IF  work-code NOT = SPACE
                   ADD home-value TO cdt-void-sales(code-hit-ind)
                   ADD home-tax   TO cdt-void-tax(code-hit-ind)
                   IF  jur-hit-ind > 0
                       ADD home-value TO jdt-void-sales(jur-hit-ind)
                       ADD home-tax   TO jdt-void-tax(jur-hit-ind)
                   END-IF
               ELSE
                   ADD home-value TO exempt-reversed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Classify-Order decides which code line the order    *
      *  belongs on: the customer's file-c-tax; the default     *
      *  "*" rate when the order was taxed behind a lapsed       *
      *  exemption; or spaces for an exempt sale.  A code        *
      *  line that cannot be had (table full) counts as            *
      *  overflow and the order is left out of the lines.          *
      *                                                  *
      ****************************************************

       Classify-Order SECTION.

           MOVE SPACE TO work-code
           IF  cust-found AND file-c-tax NOT = SPACE
               MOVE file-c-tax TO work-code
           ELSE
               IF  ord-tax > 0
                   MOVE "*" TO work-code
               END-IF
           END-IF

           IF  work-code NOT = SPACE
               PERFORM Find-Code-Slot
               IF  code-hit-ind = 0
                   MOVE SPACE TO work-code
               END-IF
           END-IF

           MOVE 0 TO jur-hit-ind
           IF  work-code NOT = SPACE
               MOVE ord-tax-juris TO work-juris
               IF  work-juris = LOW-VALUES
                   MOVE SPACES TO work-juris
               END-IF
               PERFORM Find-Juris-Slot
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Find-Juris-Slot SECTION.

           MOVE 0 TO jur-hit-ind
           PERFORM VARYING jur-ind FROM 1 BY 1
                           UNTIL jur-ind > jur-count
                           OR jur-hit-ind > 0
               IF  jdt-juris(jur-ind) = work-juris
                   MOVE jur-ind TO jur-hit-ind
               END-IF
           END-PERFORM
           IF  jur-hit-ind = 0
               IF  jur-count < max-jurs
                   ADD 1 TO jur-count
                   MOVE jur-count TO jur-hit-ind
                   MOVE work-juris TO jdt-juris(jur-hit-ind)
                   MOVE 0 TO jdt-sales(jur-hit-ind)
                   MOVE 0 TO jdt-tax(jur-hit-ind)
                   MOVE 0 TO jdt-void-sales(jur-hit-ind)
                   MOVE 0 TO jdt-void-tax(jur-hit-ind)
                   MOVE 0 TO jdt-credit-sales(jur-hit-ind)
                   MOVE 0 TO jdt-credit-tax(jur-hit-ind)
               ELSE
                   ADD 1 TO jurs-overflowed
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-New-Customer SECTION.

           MOVE ord-c-code TO last-c-code
           MOVE "N" TO valid-seen-switch
           MOVE "N" TO lapsed-seen-switch
           MOVE "N" TO cust-found-switch
           MOVE ord-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO cust-found-switch
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-Exempt-Sale puts the untaxed sale with the      *
      *  accounts whose certificate was good on the sale        *
      *  date -- an undated certificate is taken as good, as     *
      *  Get-Tax-Rate takes it -- or with the lapsed ones.        *
      *                                                  *
      ****************************************************

       Add-Exempt-Sale SECTION.

           PERFORM Check-Certificate
           IF  cert-lapsed
               ADD home-value TO exempt-lapsed-sales
               IF  NOT lapsed-seen
                   MOVE "Y" TO lapsed-seen-switch
                   ADD 1 TO exempt-lapsed-accounts
               END-IF
           ELSE
               ADD home-value TO exempt-valid-sales
               IF  NOT valid-seen
                   MOVE "Y" TO valid-seen-switch
                   ADD 1 TO exempt-valid-accounts
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Certificate SECTION.

           MOVE "V" TO cert-state-switch
           IF  cust-found
               IF  file-c-tax-exp NUMERIC
                       AND file-c-tax-exp > 0
                       AND file-c-tax-exp < cert-check-date
                   MOVE "L" TO cert-state-switch
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Period-Credits walks custadj.ism for the      *
      *  "C" credit memos dated in the period.  A credit        *
      *  against a taxed order reverses the order's tax share    *
      *  of the amount credited -- adj-amount times ord-tax       *
      *  over ord-val -- on that order's code line.               *
      *                                                  *
      ****************************************************

       Total-Period-Credits SECTION.

           IF  no-adjust-file
               EXIT SECTION
           END-IF

           PERFORM UNTIL adj-file-eof
               READ adjust-file NEXT RECORD
                   AT END
                       SET adj-file-eof TO TRUE
               END-READ
               IF  NOT adj-file-eof
                   COMPUTE record-yyyymm = adj-date / 100
                   IF  adj-credit-memo AND adj-ord-no > 0
                           AND record-yyyymm >= from-month
                           AND record-yyyymm <= to-month
                       PERFORM Total-One-Credit
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Total-One-Credit SECTION.

           MOVE adj-c-code TO ord-c-code
           MOVE adj-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE "N" TO cust-found-switch
           MOVE adj-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO cust-found-switch
           END-READ

           CALL "custrate" USING ord-currency, adj-date,
               cur-exchange-rate
           END-CALL
           COMPUTE home-value = adj-amount * cur-exchange-rate
           IF  ord-val > 0
               COMPUTE home-tax ROUNDED =
                   home-value * ord-tax / ord-val
           ELSE
               MOVE 0 TO home-tax
           END-IF

           PERFORM Classify-Order
           IF  work-code NOT = SPACE
               ADD home-value TO cdt-credit-sales(code-hit-ind)
               ADD home-tax   TO cdt-credit-tax(code-hit-ind)
               IF  jur-hit-ind > 0
                   ADD home-value TO jdt-credit-sales(jur-hit-ind)
                   ADD home-tax   TO jdt-credit-tax(jur-hit-ind)
               END-IF
           ELSE
               ADD home-value TO exempt-reversed
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Return SECTION.

           MOVE heading-line TO report-line
           WRITE report-line

           MOVE 0 TO total-sales
           MOVE 0 TO total-tax
           MOVE 0 TO total-void-tax
           MOVE 0 TO total-credit-tax
           MOVE 0 TO total-net-tax

           PERFORM VARYING code-ind FROM 1 BY 1
                           UNTIL code-ind > code-count
               COMPUTE net-sales = cdt-sales(code-ind)
                   - cdt-void-sales(code-ind)
                   - cdt-credit-sales(code-ind)
               COMPUTE net-tax = cdt-tax(code-ind)
                   - cdt-void-tax(code-ind)
                   - cdt-credit-tax(code-ind)
               MOVE SPACES TO detail-line
               MOVE cdt-code(code-ind) TO dl-code
               COMPUTE rate-percent = cdt-rate(code-ind) * 100
               MOVE rate-percent TO dl-rate
               MOVE net-sales TO dl-sales
               MOVE cdt-tax(code-ind) TO dl-tax
               MOVE cdt-void-tax(code-ind) TO dl-void-tax
               MOVE cdt-credit-tax(code-ind) TO dl-credit-tax
               MOVE net-tax TO dl-net-tax
               MOVE detail-line TO report-line
               WRITE report-line

               ADD net-sales TO total-sales
               ADD cdt-tax(code-ind) TO total-tax
               ADD cdt-void-tax(code-ind) TO total-void-tax
               ADD cdt-credit-tax(code-ind) TO total-credit-tax
               ADD net-tax TO total-net-tax
           END-PERFORM

           MOVE SPACES TO detail-line
           MOVE total-sales      TO dl-sales
           MOVE total-tax        TO dl-tax
           MOVE total-void-tax   TO dl-void-tax
           MOVE total-credit-tax TO dl-credit-tax
           MOVE total-net-tax    TO dl-net-tax
           MOVE detail-line TO report-line
           MOVE "TOTAL" TO report-line(1:5)
           WRITE report-line

           IF  codes-overflowed > 0
               MOVE SPACES TO report-line
               STRING "*** MORE TAX CODES THAN THE TABLE HOLDS -- "
                      "SOME ORDERS LEFT OFF THE CODE LINES ***"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO exempt-line
           MOVE "EXEMPT SALES -- CERTIFICATE VALID" TO el-label
           MOVE exempt-valid-accounts TO el-accounts
           MOVE exempt-valid-sales    TO el-sales
           MOVE exempt-line TO report-line
           WRITE report-line
           MOVE SPACES TO exempt-line
           MOVE "EXEMPT SALES -- CERTIFICATE LAPSED" TO el-label
           MOVE exempt-lapsed-accounts TO el-accounts
           MOVE exempt-lapsed-sales    TO el-sales
           MOVE exempt-line TO report-line
           WRITE report-line
           MOVE SPACES TO tie-line
           MOVE "LESS EXEMPT SALES VOIDED OR CREDITED" TO tl-label
           MOVE exempt-reversed TO tl-value
           MOVE tie-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Jurisdictions repeats the taxable figures    *
      *  by the jurisdiction each order was charged at,      *
      *  named and rated off taxjur.ism as it stands now --   *
      *  a jurisdiction since deleted shows no name.           *
      *                                                  *
      ****************************************************

       Print-Jurisdictions SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE juris-heading-line TO report-line
           WRITE report-line

           PERFORM VARYING jur-ind FROM 1 BY 1
                           UNTIL jur-ind > jur-count
               MOVE SPACES TO juris-line
               IF  jdt-juris(jur-ind) = SPACES
                   MOVE "FLAT CODE RATE" TO jl-name
               ELSE
                   MOVE jdt-state(jur-ind)  TO jl-state
                   MOVE jdt-postal(jur-ind) TO jl-postal
                   IF  NOT tjr-file-not-found
                       MOVE jdt-juris(jur-ind) TO tjr-key
                       READ taxjur-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE tjr-name TO jl-name
                               COMPUTE rate-percent = tjr-rate * 100
                               MOVE rate-percent TO jl-rate
                       END-READ
                   END-IF
               END-IF
               COMPUTE net-sales = jdt-sales(jur-ind)
                   - jdt-void-sales(jur-ind)
                   - jdt-credit-sales(jur-ind)
               COMPUTE net-tax = jdt-tax(jur-ind)
                   - jdt-void-tax(jur-ind)
                   - jdt-credit-tax(jur-ind)
               MOVE net-sales TO jl-sales
               MOVE jdt-tax(jur-ind) TO jl-tax
               MOVE jdt-void-tax(jur-ind) TO jl-void-tax
               MOVE jdt-credit-tax(jur-ind) TO jl-credit-tax
               MOVE net-tax TO jl-net-tax
               MOVE juris-line TO report-line
               WRITE report-line
           END-PERFORM

           IF  jurs-overflowed > 0
               MOVE SPACES TO report-line
               STRING "*** MORE JURISDICTIONS THAN THE TABLE HOLDS -- "
                      "SOME ORDERS LEFT OFF THE LINES ABOVE ***"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Ledger-Tie sets the return's net tax         *
      *  against the "TX" tax CUSTGLEX logged as sent for      *
      *  the same months and prints the difference -- a month    *
      *  with no figure on file is named, since the tie cannot    *
      *  be complete without it.                                  *
      *                                                  *
      ****************************************************

       Print-Ledger-Tie SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE 0 TO ledger-tax

           MOVE from-month TO walk-month
           PERFORM UNTIL walk-month > to-month
               IF  no-gltax-file
                   MOVE "Y" TO ledger-gap-switch
                   MOVE walk-month TO gl-month
                   MOVE gap-line TO report-line
                   WRITE report-line
               ELSE
                   MOVE walk-month TO gtx-yyyymm
                   READ gltax-file
                       INVALID KEY
                           MOVE "Y" TO ledger-gap-switch
                           MOVE walk-month TO gl-month
                           MOVE gap-line TO report-line
                           WRITE report-line
                           END-WRITE
                       NOT INVALID KEY
                           ADD gtx-tax-sent TO ledger-tax
                   END-READ
               END-IF
               PERFORM Step-Walk-Month
           END-PERFORM

           MOVE SPACES TO tie-line
           MOVE "NET TAX LIABILITY THIS RETURN" TO tl-label
           MOVE total-net-tax TO tl-value
           MOVE tie-line TO report-line
           WRITE report-line
           MOVE SPACES TO tie-line
           MOVE "TAX SENT TO LEDGER BY CUSTGLEX" TO tl-label
           MOVE ledger-tax TO tl-value
           MOVE tie-line TO report-line
           WRITE report-line

           COMPUTE tie-difference = total-net-tax - ledger-tax
           MOVE SPACES TO tie-line
           MOVE "DIFFERENCE" TO tl-label
           MOVE tie-difference TO tl-value
           MOVE tie-line TO report-line
           WRITE report-line
           IF  tie-difference = 0 AND NOT ledger-figure-missing
               MOVE "RETURN TIES TO THE LEDGER" TO report-line
           ELSE
               MOVE "*** RETURN DOES NOT TIE TO THE LEDGER ***"
                   TO report-line
           END-IF
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           IF  NOT per-file-not-found
               CLOSE period-file
           END-IF
           CLOSE order-file
           CLOSE customer-file
           IF  NOT no-adjust-file
               CLOSE adjust-file
           END-IF
           IF  NOT tax-file-not-found
               CLOSE taxrate-file
           END-IF
           IF  NOT tjr-file-not-found
               CLOSE taxjur-file
           END-IF
           IF  NOT no-gltax-file
               CLOSE gltax-file
           END-IF
           CLOSE report-file.
           EXIT.
