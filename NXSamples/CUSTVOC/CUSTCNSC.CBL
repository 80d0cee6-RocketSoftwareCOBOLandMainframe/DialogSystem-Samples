      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Consignment stock-count reconciliation.  Once a quarter each *
      * consignment customer counts our stock on their site; the     *
      * count comes in on cnscnt.dat (customer, location, item,      *
      * quantity counted, count date) and this run compares every    *
      * line with what invloc.ism says we left there.  An item we    *
      * show at a counted location that the count leaves out is read *
      * as counted at none.  Each difference is raised as a pending  *
      * variance on cnsvar.ism (see cnsvrec.cpy) and printed with    *
      * its value at average cost -- nothing posts.  Run with "A" on *
      * the command line it is the approval pass instead: a          *
      * supervisor (custrole "S", the CUSTWOFF gate) rules on each   *
      * variance named on cnsapr.dat, and may not rule on a count    *
      * they loaded themselves.  "B" bills a shortfall to the        *
      * customer by appending it to cnsuse.dat, so the next CUSTCNSU *
      * run invoices it like any reported usage; "W" writes the      *
      * difference off (or a surplus back on) at the consignment     *
      * location as "CNC" adjustments; "R" rejects it for a recount. *
      * Every ruling is audited.                                     *
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
       PROGRAM-ID. custcnsc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT count-deck ASSIGN "cnscnt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT approval-deck ASSIGN "cnsapr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

      *  usage-file is CUSTCNSU's input -- a billed shortfall is
      *  appended to it.
           SELECT usage-file ASSIGN "cnsuse.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS use-status.

           SELECT cnsvar-file ASSIGN "cnsvar.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cv-no
           ACCESS IS DYNAMIC
           FILE STATUS IS cv-status-code.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT invloc-file ASSIGN "invloc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS loc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS loc-status.

      *  control-file numbers the variances under "CNSVNO  ".
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT report-file ASSIGN "custcnsc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  count-deck.
       01  count-deck-record.
           03  cc-c-code               PIC X(5).
           03  cc-location             PIC X(3).
           03  cc-item-code            PIC X(4).
           03  cc-qty-x                PIC X(5).
           03  cc-qty REDEFINES cc-qty-x
                                       PIC 9(5).
           03  cc-count-date-x         PIC X(8).
           03  cc-count-date REDEFINES cc-count-date-x
                                       PIC 9(8).

      *  ca-decision "B" bills, "W" writes off, "R" rejects.
       FD  approval-deck.
       01  approval-deck-record.
           03  ca-cv-no-x              PIC X(6).
           03  ca-cv-no REDEFINES ca-cv-no-x
                                       PIC 9(6).
           03  ca-decision             PIC X.

      *  The layout CUSTCNSU reads -- see usage-record there.
       FD  usage-file.
       01  usage-record.
           03  cu-c-code               PIC X(5).
           03  cu-use-date             PIC 9(8).
           03  cu-item-code            PIC X(4).
           03  cu-qty                  PIC 9(5).
           03  cu-location             PIC X(3).
           03  cu-cust-ref             PIC X(10).

       FD  cnsvar-file.
           COPY "cnsvrec.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  invloc-file.
           COPY "locrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  use-status                  PIC XX.
           88  use-file-ok             VALUE "00".
           88  use-file-not-found      VALUE "35".

       01  cv-status-code              PIC XX.
           88  cv-file-ok              VALUE "00".
           88  cv-file-not-found       VALUE "35".
       77  cv-eof-switch               PIC X VALUE "N".
           88  cv-eof                  VALUE "Y".
       77  open-variance-switch        PIC X VALUE "N".
           88  open-variance-found      VALUE "Y".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  loc-status                  PIC XX.
           88  loc-file-ok             VALUE "00".
           88  loc-file-not-found      VALUE "35".
       77  no-loc-file-switch          PIC X VALUE "N".
           88  no-loc-file              VALUE "Y".
       77  loc-eof-switch              PIC X VALUE "N".
           88  loc-eof                 VALUE "Y".

       01  ctl-status                  PIC XX.
       78  control-id-cnsvno               VALUE "CNSVNO  ".

      *  The sites (customer and location) the count covered, and
      *  every item counted at them -- the sweep after the deck
      *  reads anything else we show at those sites as counted at
      *  none.
       78  max-sites                       VALUE 50.
       77  site-count                  PIC 9(4) COMP VALUE 0.
       77  site-ind                    PIC 9(4) COMP.
       01  site-table.
           03  site-entry OCCURS max-sites.
               05  site-c-code         PIC X(5).
               05  site-location       PIC X(3).
               05  site-count-date     PIC 9(8).
       78  max-counted                     VALUE 500.
       77  counted-count               PIC 9(4) COMP VALUE 0.
       77  counted-ind                 PIC 9(4) COMP.
       01  counted-table.
           03  counted-entry OCCURS max-counted.
               05  counted-c-code      PIC X(5).
               05  counted-location    PIC X(3).
               05  counted-item-code   PIC X(4).
       77  entry-found-switch          PIC X VALUE "N".
           88  entry-found              VALUE "Y".
       77  sweep-switch                PIC X VALUE "N".
           88  sweeping-uncounted       VALUE "Y".

      *  The count line being reconciled -- from the deck, or from
      *  the sweep for an item the count left out.
       77  rc-c-code                   PIC X(5).
       77  rc-location                 PIC X(3).
       77  rc-item-code                PIC X(4).
       77  rc-counted-qty              PIC 9(5) COMP.
       77  rc-count-date               PIC 9(8).
       77  book-qty                    PIC 9(5) COMP.
       77  variance-qty                PIC S9(5) COMP.
       77  item-unit-cost              PIC 9(5)V99 COMP.
       77  variance-value              PIC S9(9)V99 COMP.

      *  Run with "A" on the command line the utility is the
      *  supervisor's approval pass over the pending variances.
       77  run-mode                    PIC X.
           88  approval-pass           VALUE "A".
       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.

      *  Hand-off to the shared invalloc keeper -- consigned stock
      *  is reserved on the item's own record ("B" reserves, "U"
      *  releases).
       77  alloc-call-mode             PIC X.
       77  alloc-call-qty              PIC 9(5) COMP.
       77  zero-ord-no                 PIC 9(6) VALUE 0.
       77  no-lot-no                   PIC X(6) VALUE SPACES.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
       77  movement-qty                PIC S9(5) COMP.
       77  adjust-qty                  PIC 9(5) COMP.

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  book-edit                   PIC ZZZZ9.
       77  count-edit                  PIC ZZZZ9.

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  today-date-yyyymmdd         PIC 9(8).

       77  lines-agreed                PIC 9(5) COMP VALUE 0.
       77  variances-raised            PIC 9(5) COMP VALUE 0.
       77  variances-billed            PIC 9(5) COMP VALUE 0.
       77  variances-written-off       PIC 9(5) COMP VALUE 0.
       77  variances-rejected          PIC 9(5) COMP VALUE 0.
       77  actions-refused             PIC 9(5) COMP VALUE 0.
       77  total-variance-value        PIC S9(9)V99 COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "CONSIGNMENT STOCK-COUNT RECONCILIATION".
       01  approval-title              PIC X(50) VALUE
               "CONSIGNMENT COUNT VARIANCE APPROVALS".

       01  table-heading.
           03  FILLER                  PIC X(8)  VALUE "VAR".
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(5)  VALUE "LOC".
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(7)  VALUE "  BOOK".
           03  FILLER                  PIC X(7)  VALUE " COUNT".
           03  FILLER                  PIC X(8)  VALUE "   DIFF".
           03  FILLER                  PIC X(15) VALUE
               "  VALUE AT COST".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE "RESULT".

       01  result-line.
           03  rl-cv-no                PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-location             PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-item-code            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-book                 PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-count                PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-variance             PIC -ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-value                PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(50).

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-count                PIC ZZZ,ZZ9.
       01  value-total-line.
           03  FILLER                  PIC X(30) VALUE
               "VARIANCE VALUE AT COST:".
           03  vt-value                PIC -ZZZ,ZZZ,ZZ9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE
           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD
           CALL "custrole" USING acting-operator, acting-role
           END-CALL

           OPEN OUTPUT report-file
           IF  approval-pass
               MOVE approval-title TO report-line
           ELSE
               MOVE page-title TO report-line
           END-IF
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           IF  approval-pass
               PERFORM Check-Run-Authority
           END-IF

           OPEN I-O cnsvar-file
           IF  cv-file-not-found
               IF  approval-pass
                   MOVE "NO COUNT VARIANCES ON FILE" TO report-line
                   WRITE report-line
                   PERFORM Program-Terminate
                   STOP RUN
               END-IF
               OPEN OUTPUT cnsvar-file
               CLOSE cnsvar-file
               OPEN I-O cnsvar-file
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT invloc-file
           IF  loc-file-not-found
               SET no-loc-file TO TRUE
           END-IF
           OPEN I-O control-file

           MOVE table-heading TO report-line
           WRITE report-line

           IF  approval-pass
               PERFORM Approve-Variances
           ELSE
               PERFORM Reconcile-Count
           END-IF

           PERFORM Print-Totals
           PERFORM Close-Files

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Check-Run-Authority gates the approval pass on     *
      *  supervisor authority, the same way CUSTWOFF gates   *
      *  a write-off run -- a refusal is audited.             *
      *                                                  *
      ****************************************************

       Check-Run-Authority SECTION.

           IF  acting-role NOT = "S"
               DISPLAY "CUSTCNSC: OPERATOR NOT AUTHORIZED TO RULE "
                   "ON COUNT VARIANCES -- RUN ABANDONED"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "CONSIGNMENT COUNT APPROVAL REFUSED"
                   TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", "     ",
                                     aud-before-image, aud-after-image
               END-CALL
               MOVE "OPERATOR NOT AUTHORIZED -- NOTHING RULED ON"
                   TO report-line
               WRITE report-line
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               PERFORM Program-Terminate
               STOP RUN
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reconcile-Count compares every count line with     *
      *  the book, then sweeps the counted sites for items    *
      *  the count left out.                                  *
      *                                                  *
      ****************************************************

       Reconcile-Count SECTION.

           OPEN INPUT count-deck
           IF  NOT deck-file-ok
               DISPLAY "CUSTCNSC: CANNOT OPEN cnscnt.dat STATUS "
                   deck-status
               MOVE "NO COUNT DECK" TO report-line
               WRITE report-line
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           PERFORM UNTIL deck-file-eof
               READ count-deck
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Check-Count-Line
               END-READ
           END-PERFORM
           CLOSE count-deck

           IF  site-count > 0 AND NOT no-loc-file
               PERFORM Sweep-Uncounted-Items
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Count-Line validates one count line -- a     *
      *  customer on file, a location consigned to them, a    *
      *  real quantity and date -- and reconciles it.          *
      *                                                  *
      ****************************************************

       Check-Count-Line SECTION.

           MOVE SPACES       TO result-line
           MOVE cc-c-code    TO rl-c-code
           MOVE cc-location  TO rl-location
           MOVE cc-item-code TO rl-item-code
           MOVE 0 TO rl-book rl-count rl-variance rl-value

           IF  cc-qty-x NOT NUMERIC
               MOVE "COUNTED QUANTITY NOT NUMERIC" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF
           MOVE cc-qty TO rl-count
           IF  cc-count-date-x NOT NUMERIC
               MOVE "COUNT DATE NOT NUMERIC" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF
           IF  cc-count-date = 0 OR cc-count-date > today-date-yyyymmdd
               MOVE "COUNT DATE MISSING OR IN THE FUTURE" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF

           MOVE cc-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER CODE NOT ON FILE" TO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
           END-READ

           MOVE 0 TO book-qty
           IF  NOT no-loc-file
               MOVE cc-item-code TO loc-item-code
               MOVE cc-location  TO loc-id
               READ invloc-file
                   INVALID KEY
                       MOVE SPACES TO loc-consign-c-code
                   NOT INVALID KEY
                       MOVE loc-qty TO book-qty
               END-READ
           ELSE
               MOVE SPACES TO loc-consign-c-code
           END-IF
           IF  loc-consign-c-code NOT = cc-c-code
      *  Nothing of ours on record there -- a nil count agrees, a
      *  positive one means the count (or the customer's storeroom)
      *  needs looking at before anything is posted.
               IF  cc-qty = 0
                   MOVE "AGREES -- NONE HELD" TO rl-result
                   PERFORM Print-Result-Line
                   ADD 1 TO lines-agreed
               ELSE
                   MOVE "ITEM NOT CONSIGNED HERE -- CHECK THE COUNT"
                       TO rl-result
                   PERFORM Refuse-Action
               END-IF
               EXIT SECTION
           END-IF

           PERFORM Remember-Counted-Item

           MOVE cc-c-code     TO rc-c-code
           MOVE cc-location   TO rc-location
           MOVE cc-item-code  TO rc-item-code
           MOVE cc-qty        TO rc-counted-qty
           MOVE cc-count-date TO rc-count-date
           PERFORM Reconcile-One-Item.
           EXIT.

      ****************************************************
      *                                                  *
      *  Remember-Counted-Item notes the site and the item  *
      *  for the sweep.  A site or item past the tables'      *
      *  size is still reconciled -- it is only left out of    *
      *  the sweep.                                           *
      *                                                  *
      ****************************************************

       Remember-Counted-Item SECTION.

           MOVE "N" TO entry-found-switch
           PERFORM VARYING site-ind FROM 1 BY 1
                           UNTIL site-ind > site-count
               IF  site-c-code(site-ind) = cc-c-code
                       AND site-location(site-ind) = cc-location
                   SET entry-found TO TRUE
               END-IF
           END-PERFORM
           IF  NOT entry-found AND site-count < max-sites
               ADD 1 TO site-count
               MOVE cc-c-code     TO site-c-code(site-count)
               MOVE cc-location   TO site-location(site-count)
               MOVE cc-count-date TO site-count-date(site-count)
           END-IF

           IF  counted-count < max-counted
               ADD 1 TO counted-count
               MOVE cc-c-code    TO counted-c-code(counted-count)
               MOVE cc-location  TO counted-location(counted-count)
               MOVE cc-item-code TO counted-item-code(counted-count)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sweep-Uncounted-Items reads every location record  *
      *  for the counted sites -- an item with stock there     *
      *  that the count never mentioned is reconciled as        *
      *  counted at none.                                       *
      *                                                  *
      ****************************************************

       Sweep-Uncounted-Items SECTION.

           SET sweeping-uncounted TO TRUE
           MOVE "N" TO loc-eof-switch
           MOVE LOW-VALUES TO loc-key
           START invloc-file KEY IS NOT LESS THAN loc-key
               INVALID KEY
                   SET loc-eof TO TRUE
           END-START
           PERFORM UNTIL loc-eof
               READ invloc-file NEXT RECORD
                   AT END
                       SET loc-eof TO TRUE
               END-READ
               IF  NOT loc-eof
                   IF  loc-consign-c-code NOT = SPACES
                           AND loc-qty > 0
                       PERFORM Check-Uncounted-Item
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Uncounted-Item SECTION.

           MOVE "N" TO entry-found-switch
           PERFORM VARYING site-ind FROM 1 BY 1
                           UNTIL site-ind > site-count
               IF  site-c-code(site-ind) = loc-consign-c-code
                       AND site-location(site-ind) = loc-id
                   SET entry-found TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF  NOT entry-found
               EXIT SECTION
           END-IF

           PERFORM VARYING counted-ind FROM 1 BY 1
                           UNTIL counted-ind > counted-count
               IF  counted-c-code(counted-ind) = loc-consign-c-code
                       AND counted-location(counted-ind) = loc-id
                       AND counted-item-code(counted-ind)
                           = loc-item-code
                   EXIT SECTION
               END-IF
           END-PERFORM

           MOVE SPACES        TO result-line
           MOVE loc-consign-c-code TO rl-c-code
           MOVE loc-id        TO rl-location
           MOVE loc-item-code TO rl-item-code
           MOVE 0 TO rl-book rl-count rl-variance rl-value

           MOVE loc-consign-c-code       TO rc-c-code
           MOVE loc-id                   TO rc-location
           MOVE loc-item-code            TO rc-item-code
           MOVE 0                        TO rc-counted-qty
           MOVE site-count-date(site-ind) TO rc-count-date
           MOVE loc-qty                  TO book-qty
           PERFORM Reconcile-One-Item.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reconcile-One-Item compares the count with the      *
      *  book and raises a pending variance for any           *
      *  difference -- unless one is already waiting for a     *
      *  ruling, so loading the same count twice cannot bill    *
      *  the customer twice.                                     *
      *                                                  *
      ****************************************************

       Reconcile-One-Item SECTION.

           MOVE book-qty TO rl-book
           COMPUTE variance-qty = rc-counted-qty - book-qty
           MOVE variance-qty TO rl-variance

           IF  variance-qty = 0
               MOVE "AGREES" TO rl-result
               PERFORM Print-Result-Line
               ADD 1 TO lines-agreed
               EXIT SECTION
           END-IF

           PERFORM Find-Open-Variance
           IF  open-variance-found
               MOVE cv-no TO rl-cv-no
               MOVE "A VARIANCE IS ALREADY AWAITING A RULING"
                   TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF

           MOVE 0 TO item-unit-cost
           OPEN INPUT inventory-file
           MOVE rc-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  inv-avg-cost > 0
                       MOVE inv-avg-cost TO item-unit-cost
                   ELSE
                       MOVE inv-order-price TO item-unit-cost
                   END-IF
           END-READ
           CLOSE inventory-file
           COMPUTE variance-value = variance-qty * item-unit-cost
           MOVE variance-value TO rl-value

           MOVE control-id-cnsvno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO cnsvar-record
           MOVE ctl-next-no TO cv-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE rc-c-code       TO cv-c-code
           MOVE rc-item-code    TO cv-item-code
           MOVE rc-location     TO cv-location
           MOVE rc-count-date   TO cv-count-date
           MOVE rc-counted-qty  TO cv-counted-qty
           MOVE book-qty        TO cv-book-qty
           MOVE variance-qty    TO cv-variance
           MOVE item-unit-cost  TO cv-unit-cost
           MOVE "P"             TO cv-status
           MOVE acting-operator TO cv-counted-by
           MOVE SPACES          TO cv-decided-by
           MOVE 0               TO cv-decision-date
           WRITE cnsvar-record
               INVALID KEY
                   MOVE "VARIANCE WRITE FAILED" TO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
           END-WRITE

           MOVE cv-no TO rl-cv-no
           IF  sweeping-uncounted
               MOVE "NOT COUNTED -- PENDING, READ AS NONE" TO rl-result
           ELSE
               MOVE "PENDING SUPERVISOR RULING" TO rl-result
           END-IF
           PERFORM Print-Result-Line
           ADD 1 TO variances-raised
           ADD 1 TO run-writes-count
           ADD variance-value TO total-variance-value.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Open-Variance looks for a pending variance    *
      *  already raised for this customer, location and       *
      *  item.                                                 *
      *                                                  *
      ****************************************************

       Find-Open-Variance SECTION.

           MOVE "N" TO open-variance-switch
           MOVE "N" TO cv-eof-switch
           MOVE 0 TO cv-no
           START cnsvar-file KEY IS NOT LESS THAN cv-no
               INVALID KEY
                   SET cv-eof TO TRUE
           END-START
           PERFORM UNTIL cv-eof OR open-variance-found
               READ cnsvar-file NEXT RECORD
                   AT END
                       SET cv-eof TO TRUE
               END-READ
               IF  NOT cv-eof
                   IF  variance-pending
                           AND cv-c-code = rc-c-code
                           AND cv-location = rc-location
                           AND cv-item-code = rc-item-code
                       SET open-variance-found TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Approve-Variances reads the supervisor's rulings    *
      *  off cnsapr.dat and applies each one.                  *
      *                                                  *
      ****************************************************

       Approve-Variances SECTION.

           OPEN INPUT approval-deck
           IF  NOT deck-file-ok
               DISPLAY "CUSTCNSC: CANNOT OPEN cnsapr.dat STATUS "
                   deck-status
               MOVE "NO APPROVAL DECK" TO report-line
               WRITE report-line
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           PERFORM UNTIL deck-file-eof
               READ approval-deck
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Rule-On-Variance
               END-READ
           END-PERFORM
           CLOSE approval-deck.
           EXIT.

      ****************************************************
      *                                                  *
      *  Rule-On-Variance checks the ruling -- a pending     *
      *  variance, a ruler other than the operator who         *
      *  loaded the count, a location still holding what the    *
      *  count was compared with, and only a shortfall billed    *
      *  -- then applies it, records who ruled and when, and      *
      *  audits it.                                               *
      *                                                  *
      ****************************************************

       Rule-On-Variance SECTION.

           MOVE SPACES     TO result-line
           MOVE ca-cv-no-x TO rl-cv-no
           MOVE 0 TO rl-book rl-count rl-variance rl-value

           IF  ca-cv-no-x NOT NUMERIC
               MOVE "VARIANCE NUMBER NOT NUMERIC" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF
           MOVE ca-cv-no TO cv-no
           READ cnsvar-file
               INVALID KEY
                   MOVE "NO SUCH VARIANCE" TO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
           END-READ
           MOVE cv-c-code      TO rl-c-code
           MOVE cv-location    TO rl-location
           MOVE cv-item-code   TO rl-item-code
           MOVE cv-book-qty    TO rl-book
           MOVE cv-counted-qty TO rl-count
           MOVE cv-variance    TO rl-variance
           COMPUTE variance-value = cv-variance * cv-unit-cost
           MOVE variance-value TO rl-value

           EVALUATE TRUE
               WHEN NOT variance-pending
                   MOVE "ALREADY RULED ON" TO rl-result
               WHEN cv-counted-by = acting-operator
                   MOVE "CANNOT RULE ON A COUNT YOU LOADED"
                       TO rl-result
               WHEN ca-decision NOT = "B" AND NOT = "W"
                       AND NOT = "R"
                   MOVE "RULING MUST BE B, W OR R" TO rl-result
               WHEN ca-decision = "B" AND cv-variance > 0
                   MOVE "ONLY A SHORTFALL CAN BE BILLED" TO rl-result
           END-EVALUATE
           IF  rl-result NOT = SPACES
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF

           IF  ca-decision NOT = "R"
               MOVE 0 TO book-qty
               IF  NOT no-loc-file
                   MOVE cv-item-code TO loc-item-code
                   MOVE cv-location  TO loc-id
                   READ invloc-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE loc-qty TO book-qty
                   END-READ
               END-IF
               IF  book-qty NOT = cv-book-qty
                   MOVE "STOCK MOVED SINCE THE COUNT -- REJECT, RECOUNT"
                       TO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
               END-IF
               OPEN INPUT inventory-file
               MOVE cv-item-code TO inv-code
               READ inventory-file
                   INVALID KEY
                       MOVE "ITEM NO LONGER ON invmast.ism" TO rl-result
               END-READ
               CLOSE inventory-file
               IF  rl-result NOT = SPACES
                   PERFORM Refuse-Action
                   EXIT SECTION
               END-IF
           END-IF

           EVALUATE ca-decision
               WHEN "B"
                   PERFORM Bill-Shortfall
               WHEN "W"
                   PERFORM Write-Off-Variance
               WHEN "R"
                   MOVE "R" TO cv-status
                   MOVE "REJECTED FOR RECOUNT" TO rl-result
                   ADD 1 TO variances-rejected
           END-EVALUATE

           MOVE acting-operator     TO cv-decided-by
           MOVE today-date-yyyymmdd TO cv-decision-date
           REWRITE cnsvar-record
               INVALID KEY
                   DISPLAY "CUSTCNSC: COULD NOT REWRITE VARIANCE "
                       cv-no
           END-REWRITE
           ADD 1 TO run-writes-count

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE cv-book-qty    TO book-edit
           MOVE cv-counted-qty TO count-edit
           STRING "VAR " cv-no " " cv-item-code " AT " cv-location
               " BOOK " book-edit " COUNT " count-edit
               DELIMITED BY SIZE INTO aud-before-image
           STRING rl-result DELIMITED BY "  "
               " BY " acting-operator
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "CONSIGN-CNT", cv-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Bill-Shortfall hands the missing quantity to the   *
      *  customer as reported usage -- appended to            *
      *  cnsuse.dat, dated the count day and referenced with   *
      *  the variance number -- so the next CUSTCNSU run        *
      *  prices, invoices and draws it down like any other.      *
      *                                                  *
      ****************************************************

       Bill-Shortfall SECTION.

           OPEN EXTEND usage-file
           IF  use-file-not-found
               OPEN OUTPUT usage-file
           END-IF
           MOVE SPACES TO usage-record
           MOVE cv-c-code     TO cu-c-code
           MOVE cv-count-date TO cu-use-date
           MOVE cv-item-code  TO cu-item-code
           COMPUTE cu-qty = 0 - cv-variance
           MOVE cv-location   TO cu-location
           STRING "CNT " cv-no DELIMITED BY SIZE INTO cu-cust-ref
           WRITE usage-record
           CLOSE usage-file

           MOVE "B" TO cv-status
           MOVE "BILLED -- ON NEXT USAGE RUN" TO rl-result
           ADD 1 TO variances-billed.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Off-Variance brings the book to the count.    *
      *  A shortfall releases the consignment reservation      *
      *  for the missing quantity and takes it off on-hand;     *
      *  a surplus adds it to on-hand and reserves it with       *
      *  the rest of the site's stock.  Either way the            *
      *  location moves through invlocup and the "CNC"             *
      *  adjustment goes on the movement ledger.                   *
      *                                                  *
      ****************************************************

       Write-Off-Variance SECTION.

           IF  cv-variance < 0
               COMPUTE adjust-qty = 0 - cv-variance
           ELSE
               MOVE cv-variance TO adjust-qty
           END-IF

           OPEN I-O inventory-file
           MOVE cv-item-code TO inv-code
           READ inventory-file
           IF  cv-variance < 0
               IF  inv-quantity > adjust-qty
                   SUBTRACT adjust-qty FROM inv-quantity
               ELSE
                   MOVE 0 TO inv-quantity
               END-IF
           ELSE
               ADD adjust-qty TO inv-quantity
           END-IF
           REWRITE invmast-record
           CLOSE inventory-file

           IF  cv-variance < 0
               MOVE "U" TO alloc-call-mode
           ELSE
               MOVE "B" TO alloc-call-mode
           END-IF
           PERFORM Call-Stock-Keeper

           MOVE cv-variance TO movement-qty
           CALL "invmove" USING cv-item-code, "ADJ", movement-qty,
                                 zero-ord-no, "CNC", cv-location,
                                 no-lot-no, no-movement-costs
           END-CALL
           CALL "invlocup" USING cv-item-code, cv-location,
                                  movement-qty
           END-CALL

           MOVE "W" TO cv-status
           IF  cv-variance < 0
               MOVE "WRITTEN OFF" TO rl-result
           ELSE
               MOVE "WRITTEN BACK ON" TO rl-result
           END-IF
           ADD 1 TO variances-written-off.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Call-Stock-Keeper SECTION.

           MOVE adjust-qty TO alloc-call-qty
           CALL "invalloc" USING cv-item-code, alloc-call-mode,
                                  alloc-call-qty, zero-ord-no,
                                  cv-location, no-lot-no
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Refuse-Action SECTION.

           ADD 1 TO actions-refused
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Result-Line SECTION.

           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line

           IF  approval-pass
               MOVE SPACES TO totals-line
               MOVE "VARIANCES BILLED:" TO tl-label
               MOVE variances-billed TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
               MOVE SPACES TO totals-line
               MOVE "VARIANCES WRITTEN OFF/ON:" TO tl-label
               MOVE variances-written-off TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
               MOVE SPACES TO totals-line
               MOVE "VARIANCES REJECTED:" TO tl-label
               MOVE variances-rejected TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
           ELSE
               MOVE SPACES TO totals-line
               MOVE "LINES AGREEING WITH BOOK:" TO tl-label
               MOVE lines-agreed TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
               MOVE SPACES TO totals-line
               MOVE "VARIANCES RAISED:" TO tl-label
               MOVE variances-raised TO tl-count
               MOVE totals-line TO report-line
               WRITE report-line
               MOVE total-variance-value TO vt-value
               MOVE value-total-line TO report-line
               WRITE report-line
           END-IF

           MOVE SPACES TO totals-line
           MOVE "ACTIONS REFUSED:" TO tl-label
           MOVE actions-refused TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Files SECTION.

           CLOSE cnsvar-file
           CLOSE customer-file
           IF  NOT no-loc-file
               CLOSE invloc-file
           END-IF
           CLOSE control-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTCNSC", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL
           CLOSE report-file.
           EXIT.
