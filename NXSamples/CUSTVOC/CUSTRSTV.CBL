      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Weekly restore verification.  The custrstv.sh job reloads    *
      * the latest CUSTBKUP extract into the rstvwork scratch        *
      * directory through the ordinary "R" reload, rolls fwdjrnl.dat *
      * forward on top of it with CUSTFWDR up to the minute the      *
      * extract was taken, and then runs this program against the    *
      * live directory.  For cust.ism, order.ism, payment.ism and    *
      * custbal.ism in turn it counts the records on each side,      *
      * hash-totals the key and money fields, and matches the two    *
      * sides key for key, listing every record missing from one     *
      * side or whose money fields disagree.  The verdict goes to    *
      * runctl.dat through CUSTRUNC -- return code 0 passed, 8       *
      * failed -- so CUSTMORN shows it, and custrstv.prt is the      *
      * evidence of a tested recovery the auditors ask for.          *
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
       PROGRAM-ID. custrstv.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Each data file is opened twice over, once live and once
      *  from the scratch directory, so its name is set before each
      *  OPEN -- the way CUSTAUDM names its archive files.
           SELECT customer-file ASSIGN cust-file-name
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN order-file-name
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ord-status.

           SELECT payment-file ASSIGN payment-file-name
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS pay-status.

           SELECT custbal-file ASSIGN custbal-file-name
           ORGANIZATION IS INDEXED
           RECORD KEY IS bal-c-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bal-status.

      *  The two sides of the file in hand are boiled down to one
      *  summary line per record, in key order, and matched there.
           SELECT live-summary-file ASSIGN "rstvlive.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS live-sum-status.

           SELECT rest-summary-file ASSIGN "rstvrest.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rest-sum-status.

           SELECT report-file ASSIGN "custrstv.prt"
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

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  custbal-file.
           COPY "custbal.cpy".

       FD  live-summary-file.
       01  live-summary-record.
           03  ls-key                  PIC X(20).
           03  ls-money-total          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           03  ls-money-image          PIC X(130).

       FD  rest-summary-file.
       01  rest-summary-record.
           03  rs-key                  PIC X(20).
           03  rs-money-total          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           03  rs-money-image          PIC X(130).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".
           88  cust-file-eof           VALUE "10".
           88  cust-file-not-found     VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".
           88  ord-file-not-found      VALUE "35".

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
           88  pay-file-eof            VALUE "10".
           88  pay-file-not-found      VALUE "35".

       01  bal-status                  PIC XX.
           88  bal-file-ok             VALUE "00".
           88  bal-file-eof            VALUE "10".
           88  bal-file-not-found      VALUE "35".

       01  live-sum-status             PIC XX.
           88  live-sum-eof            VALUE "10".

       01  rest-sum-status             PIC XX.
           88  rest-sum-eof            VALUE "10".

       77  cust-file-name              PIC X(30).
       77  order-file-name             PIC X(30).
       77  payment-file-name           PIC X(30).
       77  custbal-file-name           PIC X(30).
      *  The scratch directory custrstv.sh reloads into.
       77  restore-dir                 PIC X(9) VALUE "rstvwork/".

      *  side-switch says which side of the file is being boiled
      *  down: "L" the live file, "R" the restored copy.
       77  side-switch                 PIC X.
           88  live-side               VALUE "L".
           88  restored-side           VALUE "R".
       77  side-missing-switch         PIC X.
           88  side-missing            VALUE "Y".
       77  live-missing-switch         PIC X.
           88  live-missing            VALUE "Y".
       77  rest-missing-switch         PIC X.
           88  rest-missing            VALUE "Y".

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.  run-rc-code carries the verdict.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.
       78  restore-failed-rc               VALUE 8.

       01  today-yyyymmdd              PIC 9(8).

      *  One record boiled down: its key in key order, the sum of
      *  its money fields, and the money fields side by side.
       01  summary-work.
           03  sw-key                  PIC X(20).
           03  sw-money-total          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           03  sw-money-image          PIC X(130).
       77  sw-money-value              PIC S9(11)V99 COMP.

       01  order-key-view.
           03  okv-c-code              PIC X(5).
           03  okv-ord-no              PIC 9(6).
       01  payment-key-view.
           03  pkv-ord-no              PIC 9(6).
           03  pkv-pay-no              PIC 9(8).

       01  cust-money-view.
           03  cmv-limit               PIC 9(8).
           03  cmv-entry OCCURS 10.
               05  cmv-ord-val         PIC 9(4)V99.
               05  cmv-pay-val         PIC 9(4)V99.
       01  order-money-view.
           03  omv-val                 PIC 9(7)V99.
           03  omv-pay-val             PIC 9(7)V99.
           03  omv-tax                 PIC 9(7)V99.
           03  omv-disc                PIC X(7).
           03  omv-freight             PIC 9(5)V99.
       01  payment-money-view.
           03  pmv-amount              PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
       01  balance-money-view.
           03  bmv-open-bal            PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           03  bmv-ytd-count           PIC 9(5).
           03  bmv-ytd-ord-val         PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           03  bmv-ytd-pay-val         PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.

       77  array-ind                   PIC 9(4) COMP.
       77  key-char-ind                PIC 9(4) COMP.

      *  The two sides' figures for the file in hand.
       77  live-count                  PIC 9(9) COMP.
       77  rest-count                  PIC 9(9) COMP.
       77  live-key-hash               PIC 9(15) COMP.
       77  rest-key-hash               PIC 9(15) COMP.
       77  live-money-hash             PIC S9(13)V99 COMP.
       77  rest-money-hash             PIC S9(13)V99 COMP.
       77  file-diffs                  PIC 9(7) COMP.
       77  files-failed                PIC 9(4) COMP VALUE 0.
      *  A badly broken restore would list every record -- the
      *  first diff-list-limit per file are shown, the rest counted.
       78  diff-list-limit                 VALUE 100.

       77  file-label                  PIC X(12).

       01  page-title                  PIC X(50) VALUE
               "WEEKLY RESTORE VERIFICATION".

       01  run-line.
           03  FILLER                  PIC X(9) VALUE "RUN DATE ".
           03  rn-date                 PIC 9(8).
           03  FILLER                  PIC X(43) VALUE
               "   LIVE FILES AGAINST THE RELOADED EXTRACT ".
           03  FILLER                  PIC X(24) VALUE
               "PLUS THE FORWARD JOURNAL".

       01  file-heading.
           03  FILLER                  PIC X(40) VALUE
               "FILE            LIVE RECS  RESTORED RECS".
           03  FILLER                  PIC X(40) VALUE
               "  KEY HASH MATCH    LIVE MONEY HASH     ".
           03  FILLER                  PIC X(40) VALUE
               " RESTORED MONEY HASH  DIFFS  RESULT     ".

       01  file-line.
           03  fl-file                 PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-live-count           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  fl-rest-count           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  fl-key-hash             PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-live-money           PIC ---,---,---,--9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-rest-money           PIC ---,---,---,--9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-diffs                PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-result               PIC X(20).

       01  diff-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  dl-file                 PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-key                  PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-reason               PIC X(24).
           03  FILLER                  PIC X(6) VALUE "LIVE ".
           03  dl-live-money           PIC -(11)9.99.
           03  FILLER                  PIC X(11) VALUE "  RESTORED ".
           03  dl-rest-money           PIC -(11)9.99.

       01  verdict-line.
           03  FILLER                  PIC X(30) VALUE
               "RESTORE VERIFICATION RESULT: ".
           03  vl-verdict              PIC X(50).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           MOVE "CUST.ISM" TO file-label
           MOVE "L" TO side-switch
           PERFORM Summarize-Customers
           MOVE "R" TO side-switch
           PERFORM Summarize-Customers
           PERFORM Compare-Summaries

           MOVE "ORDER.ISM" TO file-label
           MOVE "L" TO side-switch
           PERFORM Summarize-Orders
           MOVE "R" TO side-switch
           PERFORM Summarize-Orders
           PERFORM Compare-Summaries

           MOVE "PAYMENT.ISM" TO file-label
           MOVE "L" TO side-switch
           PERFORM Summarize-Payments
           MOVE "R" TO side-switch
           PERFORM Summarize-Payments
           PERFORM Compare-Summaries

           MOVE "CUSTBAL.ISM" TO file-label
           MOVE "L" TO side-switch
           PERFORM Summarize-Balances
           MOVE "R" TO side-switch
           PERFORM Summarize-Balances
           PERFORM Compare-Summaries

           PERFORM Print-Verdict

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE today-yyyymmdd TO rn-date
           MOVE run-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE file-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Open-Summary-Side starts the summary file for the  *
      *  side in hand and zeroes its figures.               *
      *                                                  *
      ****************************************************

       Open-Summary-Side SECTION.

           MOVE "N" TO side-missing-switch
           IF  live-side
               OPEN OUTPUT live-summary-file
               MOVE 0 TO live-count live-key-hash live-money-hash
           ELSE
               OPEN OUTPUT rest-summary-file
               MOVE 0 TO rest-count rest-key-hash rest-money-hash
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Summary-Side SECTION.

           IF  live-side
               CLOSE live-summary-file
               MOVE side-missing-switch TO live-missing-switch
           ELSE
               CLOSE rest-summary-file
               MOVE side-missing-switch TO rest-missing-switch
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Summary files summary-work on the side in    *
      *  hand and adds it to that side's count and hash      *
      *  totals.  The key hash weights each character by     *
      *  its position, so two keys swapping characters do     *
      *  not cancel out.                                       *
      *                                                  *
      ****************************************************

       Write-Summary SECTION.

           MOVE sw-money-value TO sw-money-total
           IF  live-side
               MOVE summary-work TO live-summary-record
               WRITE live-summary-record
               ADD 1 TO live-count
               ADD sw-money-value TO live-money-hash
               PERFORM VARYING key-char-ind FROM 1 BY 1
                       UNTIL key-char-ind > 20
                   COMPUTE live-key-hash = live-key-hash +
                       FUNCTION ORD(sw-key(key-char-ind:1))
                           * key-char-ind
               END-PERFORM
           ELSE
               MOVE summary-work TO rest-summary-record
               WRITE rest-summary-record
               ADD 1 TO rest-count
               ADD sw-money-value TO rest-money-hash
               PERFORM VARYING key-char-ind FROM 1 BY 1
                       UNTIL key-char-ind > 20
                   COMPUTE rest-key-hash = rest-key-hash +
                       FUNCTION ORD(sw-key(key-char-ind:1))
                           * key-char-ind
               END-PERFORM
           END-IF
           ADD 1 TO run-reads-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  The Summarize-... sections read one side of one    *
      *  file in key order and boil each record down.  A     *
      *  file not on that side is noted, not failed here --  *
      *  Compare-Summaries decides what it means.            *
      *                                                  *
      ****************************************************

       Summarize-Customers SECTION.

           MOVE SPACES TO cust-file-name
           IF  live-side
               MOVE "cust.ism" TO cust-file-name
           ELSE
               STRING restore-dir "cust.ism"
                   DELIMITED BY SIZE INTO cust-file-name
           END-IF
           PERFORM Open-Summary-Side

           OPEN INPUT customer-file
           IF  cust-file-not-found
               MOVE "Y" TO side-missing-switch
               PERFORM Close-Summary-Side
               EXIT SECTION
           END-IF

           PERFORM UNTIL cust-file-eof
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       MOVE SPACES TO summary-work
                       MOVE file-c-code TO sw-key
                       MOVE file-c-limit TO cmv-limit
                       MOVE file-c-limit TO sw-money-value
                       PERFORM VARYING array-ind FROM 1 BY 1
                               UNTIL array-ind > no-of-orders
                           MOVE file-ord-val(array-ind)
                               TO cmv-ord-val(array-ind)
                           MOVE file-pay-val(array-ind)
                               TO cmv-pay-val(array-ind)
                           ADD file-ord-val(array-ind)
                               file-pay-val(array-ind)
                               TO sw-money-value
                       END-PERFORM
                       MOVE cust-money-view TO sw-money-image
                       PERFORM Write-Summary
               END-READ
           END-PERFORM

           CLOSE customer-file
           PERFORM Close-Summary-Side.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Summarize-Orders SECTION.

           MOVE SPACES TO order-file-name
           IF  live-side
               MOVE "order.ism" TO order-file-name
           ELSE
               STRING restore-dir "order.ism"
                   DELIMITED BY SIZE INTO order-file-name
           END-IF
           PERFORM Open-Summary-Side

           OPEN INPUT order-file
           IF  ord-file-not-found
               MOVE "Y" TO side-missing-switch
               PERFORM Close-Summary-Side
               EXIT SECTION
           END-IF

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       MOVE SPACES TO summary-work
                       MOVE ord-c-code TO okv-c-code
                       MOVE ord-no     TO okv-ord-no
                       MOVE order-key-view TO sw-key
                       MOVE ord-val     TO omv-val
                       MOVE ord-pay-val TO omv-pay-val
                       MOVE ord-tax     TO omv-tax
                       MOVE ord-disc(1:7) TO omv-disc
                       MOVE ord-freight TO omv-freight
                       COMPUTE sw-money-value =
                           ord-val + ord-pay-val + ord-tax
                       IF  ord-freight IS NUMERIC
                           ADD ord-freight TO sw-money-value
                       END-IF
                       IF  ord-disc IS NUMERIC
                           ADD ord-disc TO sw-money-value
                       END-IF
                       MOVE order-money-view TO sw-money-image
                       PERFORM Write-Summary
               END-READ
           END-PERFORM

           CLOSE order-file
           PERFORM Close-Summary-Side.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Summarize-Payments SECTION.

           MOVE SPACES TO payment-file-name
           IF  live-side
               MOVE "payment.ism" TO payment-file-name
           ELSE
               STRING restore-dir "payment.ism"
                   DELIMITED BY SIZE INTO payment-file-name
           END-IF
           PERFORM Open-Summary-Side

           OPEN INPUT payment-file
           IF  pay-file-not-found
               MOVE "Y" TO side-missing-switch
               PERFORM Close-Summary-Side
               EXIT SECTION
           END-IF

           PERFORM UNTIL pay-file-eof
               READ payment-file NEXT RECORD
                   AT END
                       SET pay-file-eof TO TRUE
                   NOT AT END
                       MOVE SPACES TO summary-work
                       MOVE pay-ord-no TO pkv-ord-no
                       MOVE pay-no     TO pkv-pay-no
                       MOVE payment-key-view TO sw-key
                       MOVE pay-amount TO pmv-amount
                       MOVE pay-amount TO sw-money-value
                       MOVE payment-money-view TO sw-money-image
                       PERFORM Write-Summary
               END-READ
           END-PERFORM

           CLOSE payment-file
           PERFORM Close-Summary-Side.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Summarize-Balances SECTION.

           MOVE SPACES TO custbal-file-name
           IF  live-side
               MOVE "custbal.ism" TO custbal-file-name
           ELSE
               STRING restore-dir "custbal.ism"
                   DELIMITED BY SIZE INTO custbal-file-name
           END-IF
           PERFORM Open-Summary-Side

           OPEN INPUT custbal-file
           IF  bal-file-not-found
               MOVE "Y" TO side-missing-switch
               PERFORM Close-Summary-Side
               EXIT SECTION
           END-IF

           PERFORM UNTIL bal-file-eof
               READ custbal-file NEXT RECORD
                   AT END
                       SET bal-file-eof TO TRUE
                   NOT AT END
                       MOVE SPACES TO summary-work
                       MOVE bal-c-code TO sw-key
                       MOVE bal-open-bal    TO bmv-open-bal
                       MOVE bal-ytd-count   TO bmv-ytd-count
                       MOVE bal-ytd-ord-val TO bmv-ytd-ord-val
                       MOVE bal-ytd-pay-val TO bmv-ytd-pay-val
                       COMPUTE sw-money-value = bal-open-bal
                           + bal-ytd-ord-val + bal-ytd-pay-val
                       MOVE balance-money-view TO sw-money-image
                       PERFORM Write-Summary
               END-READ
           END-PERFORM

           CLOSE custbal-file
           PERFORM Close-Summary-Side.
           EXIT.

      ****************************************************
      *                                                  *
      *  Compare-Summaries matches the two summary files    *
      *  key for key, lists every record on one side only    *
      *  or with different money fields, and prints the      *
      *  file's line.  A file missing from the restore while *
      *  the live one exists fails outright; a file on       *
      *  neither side has nothing to prove.                  *
      *                                                  *
      ****************************************************

       Compare-Summaries SECTION.

           MOVE 0 TO file-diffs
           OPEN INPUT live-summary-file
           OPEN INPUT rest-summary-file
           PERFORM Read-Live-Summary
           PERFORM Read-Rest-Summary

           PERFORM UNTIL live-sum-eof AND rest-sum-eof
               EVALUATE TRUE
                   WHEN rest-sum-eof
                   WHEN NOT live-sum-eof AND ls-key < rs-key
                       MOVE "MISSING FROM RESTORE" TO dl-reason
                       MOVE ls-key         TO dl-key
                       MOVE ls-money-total TO dl-live-money
                       MOVE 0              TO dl-rest-money
                       PERFORM Print-Diff-Line
                       PERFORM Read-Live-Summary
                   WHEN live-sum-eof
                   WHEN rs-key < ls-key
                       MOVE "NOT IN THE LIVE FILE" TO dl-reason
                       MOVE rs-key         TO dl-key
                       MOVE 0              TO dl-live-money
                       MOVE rs-money-total TO dl-rest-money
                       PERFORM Print-Diff-Line
                       PERFORM Read-Rest-Summary
                   WHEN OTHER
                       IF  ls-money-image NOT = rs-money-image
                           MOVE "MONEY FIELDS DIFFER" TO dl-reason
                           MOVE ls-key         TO dl-key
                           MOVE ls-money-total TO dl-live-money
                           MOVE rs-money-total TO dl-rest-money
                           PERFORM Print-Diff-Line
                       END-IF
                       PERFORM Read-Live-Summary
                       PERFORM Read-Rest-Summary
               END-EVALUATE
           END-PERFORM

           CLOSE live-summary-file
           CLOSE rest-summary-file

           IF  file-diffs > diff-list-limit
               MOVE SPACES TO report-line
               STRING "    ... AND MORE -- ONLY THE FIRST 100 "
                      "DIFFERENCES ARE LISTED"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           MOVE file-label      TO fl-file
           MOVE live-count      TO fl-live-count
           MOVE rest-count      TO fl-rest-count
           MOVE live-money-hash TO fl-live-money
           MOVE rest-money-hash TO fl-rest-money
           MOVE file-diffs      TO fl-diffs
           IF  live-key-hash = rest-key-hash
               MOVE "YES" TO fl-key-hash
           ELSE
               MOVE "NO " TO fl-key-hash
           END-IF
           EVALUATE TRUE
               WHEN rest-missing AND NOT live-missing
                   MOVE "FAIL -- NOT RESTORED" TO fl-result
                   ADD 1 TO files-failed
               WHEN live-count NOT = rest-count
                       OR live-key-hash NOT = rest-key-hash
                       OR live-money-hash NOT = rest-money-hash
                       OR file-diffs > 0
                   MOVE "FAIL" TO fl-result
                   ADD 1 TO files-failed
               WHEN OTHER
                   MOVE "PASS" TO fl-result
           END-EVALUATE
           MOVE file-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Read-Live-Summary SECTION.

           READ live-summary-file
               AT END
                   SET live-sum-eof TO TRUE
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Read-Rest-Summary SECTION.

           READ rest-summary-file
               AT END
                   SET rest-sum-eof TO TRUE
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Diff-Line SECTION.

           ADD 1 TO file-diffs
           IF  file-diffs > diff-list-limit
               EXIT SECTION
           END-IF
           MOVE file-label TO dl-file
           MOVE diff-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Verdict SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           IF  files-failed = 0
               MOVE "PASSED -- THE RESTORE MATCHES THE LIVE FILES"
                   TO vl-verdict
               MOVE verdict-line TO report-line
               WRITE report-line
           ELSE
               MOVE "FAILED -- SEE THE FILES MARKED FAIL ABOVE"
                   TO vl-verdict
               MOVE verdict-line TO report-line
               WRITE report-line
               MOVE restore-failed-rc TO run-rc-code
               DISPLAY "CUSTRSTV: RESTORE VERIFICATION FAILED -- "
                   "SEE CUSTRSTV.PRT"
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTRSTV", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE report-file.
           EXIT.
