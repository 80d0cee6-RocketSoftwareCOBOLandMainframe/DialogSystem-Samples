      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Item lifecycle exposure report.  Lists the business still    *
      * tied to every item leaving the range -- run-out,             *
      * discontinued or blocked on inv-life-status (see              *
      * invmrec.cpy) -- so sales can move those customers onto the   *
      * replacement before the item runs dry: open quotes on         *
      * quote.ism, standing orders on stord.ism, unexpired blanket   *
      * contracts with balance left on contract.ism, open            *
      * backorders on backord.ism, and the open po.ism lines still   *
      * buying it in.  Each line names the replacement -- the item's *
      * first subst.ism alternate that is still active -- and a file *
      * not yet created at a site is simply skipped.                 *
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
       PROGRAM-ID. invlifx.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT subst-file ASSIGN "subst.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sub-key
           ACCESS IS DYNAMIC
           FILE STATUS IS sub-status.

           SELECT quote-file ASSIGN "quote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS quo-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS quote-status.

           SELECT standing-file ASSIGN "stord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sto-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS sto-status.

           SELECT contract-file ASSIGN "contract.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS con-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS con-status.

           SELECT backorder-file ASSIGN "backord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bko-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bkof-status.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS po-status-code.

           SELECT report-file ASSIGN "invlifx.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  subst-file.
           COPY "substrec.cpy".

       FD  quote-file.
           COPY "quoterec.cpy".

       FD  standing-file.
           COPY "stordrec.cpy".

       FD  contract-file.
           COPY "contrrec.cpy".

       FD  backorder-file.
           COPY "backorec.cpy".

       FD  po-file.
           COPY "porec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".
       77  inv-eof-switch              PIC X VALUE "N".
           88  inv-eof                 VALUE "Y".

       01  sub-status                  PIC XX.
           88  sub-file-ok             VALUE "00".
       77  sub-eof-switch              PIC X VALUE "N".
           88  sub-eof                 VALUE "Y".
       77  no-subst-switch             PIC X VALUE "N".
           88  no-subst-file            VALUE "Y".

       01  quote-status                PIC XX.
           88  quote-file-ok           VALUE "00".
       01  sto-status                  PIC XX.
           88  sto-file-ok             VALUE "00".
       01  con-status                  PIC XX.
           88  con-file-ok             VALUE "00".
       01  bkof-status                 PIC XX.
           88  bko-file-ok             VALUE "00".
       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
       77  scan-eof-switch             PIC X VALUE "N".
           88  scan-eof                VALUE "Y".

      *  Every item leaving the range, with its replacement -- an
      *  item past the table's size is reported as a warning and
      *  left off the exposure lines.
       78  max-leaving                     VALUE 500.
       77  leaving-count               PIC 9(4) COMP VALUE 0.
       77  leaving-ind                 PIC 9(4) COMP.
       01  leaving-table.
           03  leaving-entry OCCURS max-leaving.
               05  lv-item-code        PIC X(4).
               05  lv-life-status      PIC X.
               05  lv-replacement      PIC X(4).
       77  leaving-overflow            PIC 9(5) COMP VALUE 0.
       77  overflow-display            PIC ZZZZ9.
       77  found-ind                   PIC 9(4) COMP.
       77  look-item-code              PIC X(4).

      *  The replacement search re-reads invmast by key, so the
      *  sequential walk's place is held here and restored.
       77  walk-item-code              PIC X(4).
       77  replacement-code            PIC X(4).

       77  today-yyyymmdd              PIC 9(8).
       77  contract-remaining          PIC S9(8) COMP.
       77  po-outstanding              PIC S9(6) COMP.

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  quotes-exposed              PIC 9(5) COMP VALUE 0.
       77  standing-exposed            PIC 9(5) COMP VALUE 0.
       77  contracts-exposed           PIC 9(5) COMP VALUE 0.
       77  backorders-exposed          PIC 9(5) COMP VALUE 0.
       77  po-lines-exposed            PIC 9(5) COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "ITEM LIFECYCLE EXPOSURE REPORT".

       01  table-heading.
           03  FILLER                  PIC X(11) VALUE "TYPE".
           03  FILLER                  PIC X(9)  VALUE "REF".
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(14) VALUE "STATUS".
           03  FILLER                  PIC X(9)  VALUE "     QTY".
           03  FILLER                  PIC X(10) VALUE "DATE".
           03  FILLER                  PIC X(6)  VALUE "REPL".
           03  FILLER                  PIC X(30) VALUE "NOTE".

       01  detail-line.
           03  dl-kind                 PIC X(9).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ref                  PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-party                PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-item-code            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-status               PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-qty                  PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-date                 PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-replacement          PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-note                 PIC X(30).

       01  ref-work                    PIC 9(6).
       01  ref-bko-work                PIC 9(8).

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-count                PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN OUTPUT report-file
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           OPEN INPUT inventory-file
           IF  NOT inv-file-ok
               DISPLAY "INVLIFX: CANNOT OPEN invmast.ism STATUS "
                   inv-status
               MOVE "NO PRODUCT MASTER" TO report-line
               WRITE report-line
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               PERFORM Program-Terminate
               STOP RUN
           END-IF
           OPEN INPUT subst-file
           IF  NOT sub-file-ok
               SET no-subst-file TO TRUE
           END-IF

           PERFORM Load-Leaving-Items
           CLOSE inventory-file
           IF  NOT no-subst-file
               CLOSE subst-file
           END-IF

           IF  leaving-count = 0
               MOVE "NO ITEMS ARE LEAVING THE RANGE" TO report-line
               WRITE report-line
               PERFORM Program-Terminate
               STOP RUN
           END-IF

           MOVE table-heading TO report-line
           WRITE report-line

           PERFORM List-Open-Quotes
           PERFORM List-Standing-Orders
           PERFORM List-Contracts
           PERFORM List-Backorders
           PERFORM List-Open-PO-Lines

           PERFORM Print-Totals
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Load-Leaving-Items walks the product master and    *
      *  tables every run-out, discontinued or blocked        *
      *  item with its replacement.                            *
      *                                                  *
      ****************************************************

       Load-Leaving-Items SECTION.

           MOVE "N" TO inv-eof-switch
           MOVE LOW-VALUES TO inv-code
           START inventory-file KEY IS NOT LESS THAN inv-code
               INVALID KEY
                   SET inv-eof TO TRUE
           END-START

           PERFORM UNTIL inv-eof
               READ inventory-file NEXT RECORD
                   AT END
                       SET inv-eof TO TRUE
               END-READ
               IF  NOT inv-eof
                   ADD 1 TO run-reads-count
                   IF  item-leaving-range
                       PERFORM Table-Leaving-Item
                   END-IF
               END-IF
           END-PERFORM

           IF  leaving-overflow > 0
               MOVE leaving-overflow TO overflow-display
               MOVE SPACES TO report-line
               STRING "WARNING -- " overflow-display
                      " MORE ITEMS LEAVING THE RANGE NOT LISTED"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Table-Leaving-Item SECTION.

           IF  leaving-count >= max-leaving
               ADD 1 TO leaving-overflow
               EXIT SECTION
           END-IF

           ADD 1 TO leaving-count
           MOVE inv-code        TO lv-item-code(leaving-count)
           MOVE inv-life-status TO lv-life-status(leaving-count)

           MOVE inv-code TO walk-item-code
           PERFORM Find-Replacement
           MOVE replacement-code TO lv-replacement(leaving-count)

      *  Put the master walk back where it was.
           MOVE walk-item-code TO inv-code
           START inventory-file KEY IS GREATER THAN inv-code
               INVALID KEY
                   SET inv-eof TO TRUE
           END-START.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Replacement takes the first subst.ism          *
      *  alternate, in preference order, that is itself       *
      *  still active -- one leaving the range too is no        *
      *  replacement to move a customer onto.                   *
      *                                                  *
      ****************************************************

       Find-Replacement SECTION.

           MOVE SPACES TO replacement-code
           IF  no-subst-file
               EXIT SECTION
           END-IF

           MOVE "N" TO sub-eof-switch
           MOVE walk-item-code TO sub-item-code
           MOVE 0              TO sub-pref
           START subst-file KEY IS NOT LESS THAN sub-key
               INVALID KEY
                   SET sub-eof TO TRUE
           END-START

           PERFORM UNTIL sub-eof
               READ subst-file NEXT RECORD
                   AT END
                       SET sub-eof TO TRUE
               END-READ
               IF  NOT sub-eof
                   IF  sub-item-code NOT = walk-item-code
                       SET sub-eof TO TRUE
                   ELSE
                       MOVE sub-alt-code TO inv-code
                       READ inventory-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  item-active
                                   MOVE sub-alt-code
                                       TO replacement-code
                                   SET sub-eof TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Leaving-Item looks look-item-code up in the   *
      *  table -- found-ind comes back zero when the item     *
      *  is not leaving the range.                             *
      *                                                  *
      ****************************************************

       Find-Leaving-Item SECTION.

           MOVE 0 TO found-ind
           IF  look-item-code = SPACES
               EXIT SECTION
           END-IF
           PERFORM VARYING leaving-ind FROM 1 BY 1
                           UNTIL leaving-ind > leaving-count
               IF  lv-item-code(leaving-ind) = look-item-code
                   MOVE leaving-ind TO found-ind
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Start-Detail-Line fills the item, status and        *
      *  replacement columns for the table entry found.       *
      *                                                  *
      ****************************************************

       Start-Detail-Line SECTION.

           MOVE SPACES TO detail-line
           MOVE lv-item-code(found-ind)   TO dl-item-code
           MOVE lv-replacement(found-ind) TO dl-replacement
           EVALUATE lv-life-status(found-ind)
               WHEN "R"
                   MOVE "RUN-OUT"      TO dl-status
               WHEN "D"
                   MOVE "DISCONTINUED" TO dl-status
               WHEN OTHER
                   MOVE "BLOCKED"      TO dl-status
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       List-Open-Quotes SECTION.

           OPEN INPUT quote-file
           IF  NOT quote-file-ok
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           PERFORM UNTIL scan-eof
               READ quote-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  quote-open
                           MOVE quo-item-code TO look-item-code
                           PERFORM Find-Leaving-Item
                           IF  found-ind > 0
                               PERFORM Print-Quote-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE quote-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Quote-Line SECTION.

           PERFORM Start-Detail-Line
           MOVE "QUOTE"    TO dl-kind
           MOVE quo-no     TO ref-work
           MOVE ref-work   TO dl-ref
           MOVE quo-c-code TO dl-party
           MOVE 1          TO dl-qty
           MOVE quo-expiry TO dl-date
           MOVE "OPEN -- EXPIRY DATE SHOWN" TO dl-note
           PERFORM Print-Detail-Line
           ADD 1 TO quotes-exposed.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       List-Standing-Orders SECTION.

           OPEN INPUT standing-file
           IF  NOT sto-file-ok
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           PERFORM UNTIL scan-eof
               READ standing-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       MOVE sto-item-code TO look-item-code
                       PERFORM Find-Leaving-Item
                       IF  found-ind > 0
                           PERFORM Print-Standing-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE standing-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Standing-Line SECTION.

           PERFORM Start-Detail-Line
           MOVE "STANDING" TO dl-kind
           MOVE sto-no     TO ref-work
           MOVE ref-work   TO dl-ref
           MOVE sto-c-code TO dl-party
           IF  sto-item-qty NUMERIC
               MOVE sto-item-qty TO dl-qty
           ELSE
               MOVE 1 TO dl-qty
           END-IF
           MOVE sto-next-due TO dl-date
           IF  standing-weekly
               MOVE "WEEKLY -- NEXT DUE DATE SHOWN" TO dl-note
           ELSE
               MOVE "MONTHLY -- NEXT DUE DATE SHOWN" TO dl-note
           END-IF
           PERFORM Print-Detail-Line
           ADD 1 TO standing-exposed.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Contracts shows every blanket contract on a    *
      *  leaving item that is unexpired with balance still     *
      *  to draw -- the quantity is what remains.               *
      *                                                  *
      ****************************************************

       List-Contracts SECTION.

           OPEN INPUT contract-file
           IF  NOT con-file-ok
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           PERFORM UNTIL scan-eof
               READ contract-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       COMPUTE contract-remaining =
                           con-qty - con-drawn-qty
                       IF  con-expiry NOT < today-yyyymmdd
                               AND contract-remaining > 0
                           MOVE con-item-code TO look-item-code
                           PERFORM Find-Leaving-Item
                           IF  found-ind > 0
                               PERFORM Print-Contract-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE contract-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Contract-Line SECTION.

           PERFORM Start-Detail-Line
           MOVE "CONTRACT"  TO dl-kind
           MOVE con-c-code  TO dl-party
           MOVE contract-remaining TO dl-qty
           MOVE con-expiry  TO dl-date
           MOVE "UNDRAWN BALANCE -- EXPIRY SHOWN" TO dl-note
           PERFORM Print-Detail-Line
           ADD 1 TO contracts-exposed.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       List-Backorders SECTION.

           OPEN INPUT backorder-file
           IF  NOT bko-file-ok
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           PERFORM UNTIL scan-eof
               READ backorder-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  backorder-open
                           MOVE bko-item-code TO look-item-code
                           PERFORM Find-Leaving-Item
                           IF  found-ind > 0
                               PERFORM Print-Backorder-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE backorder-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Backorder-Line SECTION.

           PERFORM Start-Detail-Line
           MOVE "BACKORDER"  TO dl-kind
           MOVE bko-no       TO ref-bko-work
           MOVE ref-bko-work TO dl-ref
           MOVE bko-c-code   TO dl-party
           MOVE bko-qty      TO dl-qty
           MOVE bko-date     TO dl-date
           IF  lv-life-status(found-ind) = "B"
               MOVE "WAITING ON THE QUALITY HOLD" TO dl-note
           ELSE
               MOVE "WILL NOT BE RESTOCKED" TO dl-note
           END-IF
           PERFORM Print-Detail-Line
           ADD 1 TO backorders-exposed.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Open-PO-Lines shows what purchasing is still   *
      *  bringing in of a leaving item -- the supplier in       *
      *  the party column, the quantity still to arrive.        *
      *                                                  *
      ****************************************************

       List-Open-PO-Lines SECTION.

           OPEN INPUT po-file
           IF  NOT po-file-ok
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           PERFORM UNTIL scan-eof
               READ po-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  po-line-open
                           MOVE po-item-code TO look-item-code
                           PERFORM Find-Leaving-Item
                           IF  found-ind > 0
                               PERFORM Print-PO-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE po-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-PO-Line SECTION.

           PERFORM Start-Detail-Line
           MOVE "PURCH ORD" TO dl-kind
           MOVE po-no       TO ref-work
           MOVE ref-work    TO dl-ref
           MOVE po-supplier TO dl-party
           COMPUTE po-outstanding = po-qty-ordered - po-qty-received
           IF  po-outstanding < 0
               MOVE 0 TO po-outstanding
           END-IF
           MOVE po-outstanding   TO dl-qty
           MOVE po-expected-date TO dl-date
           MOVE "SUPPLIER -- CANCEL OR RE-PLAN" TO dl-note
           PERFORM Print-Detail-Line
           ADD 1 TO po-lines-exposed.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Detail-Line SECTION.

           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line

           MOVE SPACES TO totals-line
           MOVE "ITEMS LEAVING THE RANGE:" TO tl-label
           MOVE leaving-count TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "OPEN QUOTES:" TO tl-label
           MOVE quotes-exposed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "STANDING ORDERS:" TO tl-label
           MOVE standing-exposed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "CONTRACTS:" TO tl-label
           MOVE contracts-exposed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "OPEN BACKORDERS:" TO tl-label
           MOVE backorders-exposed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           MOVE "OPEN PO LINES:" TO tl-label
           MOVE po-lines-exposed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "INVLIFX", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL
           CLOSE report-file.
           EXIT.
