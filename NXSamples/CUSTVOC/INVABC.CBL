      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Computed ABC classification.  inv-count-class used to be     *
      * whatever someone last keyed on the INVCCLS ccls.dat deck --  *
      * this quarterly run works it out instead.  Every OUT          *
      * movement on invmove.dat inside a trailing window (days off   *
      * the command line, 365 by default) is extended at the         *
      * average cost stamped on it (the item's inv-avg-cost for      *
      * movements written before that) and totalled per item through *
      * a sort.  Every invmast.ism item is then ranked by that value *
      * moved, highest first, and classed on the running total:      *
      *                                                              *
      *     A   the items making up the first "ABCAPCT " percent     *
      *         of the value (80 when not on ctlfile.ism)            *
      *     B   the next "ABCBPCT " percent (15 when not on file)    *
      *     C   the rest, and every item that moved nothing          *
      *                                                              *
      * The item that carries the running total over a cut-off       *
      * still falls in the higher class.  inv-count-class is         *
      * restamped on every item, so the INVCNTG count sheets follow  *
      * the movement of the business.  The report prints the ranked  *
      * analysis with cumulative percentages and then, separately,   *
      * every item whose class changed, so the warehouse can see why *
      * an item has appeared on (or left) the monthly A-item sheet.  *
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
       PROGRAM-ID. invabc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT movement-file ASSIGN "invmove.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS move-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT item-sort-file ASSIGN "invabc1.srt".

           SELECT value-work-file ASSIGN "invabc.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS work-status.

           SELECT rank-sort-file ASSIGN "invabc2.srt".

           SELECT report-file ASSIGN "invabc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  movement-file.
           COPY "invmove.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

      *  One record per product-master item (is-master "Y", value
      *  zero) so items that moved nothing are still ranked, and
      *  one per OUT movement in the window carrying its value.
       SD  item-sort-file.
       01  item-sort-record.
           03  is-item-code             PIC X(4).
           03  is-master                PIC X.
           03  is-class                 PIC X.
           03  is-qty                   PIC 9(7) COMP.
           03  is-value                 PIC 9(9)V99 COMP.

      *  value-work-file holds one line per item with its total
      *  value moved -- the input to the ranking sort.
       FD  value-work-file.
       01  value-work-record.
           03  vw-item-code             PIC X(4).
           03  vw-class                 PIC X.
           03  vw-qty                   PIC 9(7).
           03  vw-value                 PIC 9(11)V99.

       SD  rank-sort-file.
       01  rank-sort-record.
           03  rs-item-code             PIC X(4).
           03  rs-class                 PIC X.
           03  rs-qty                   PIC 9(7).
           03  rs-value                 PIC 9(11)V99.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  move-status                 PIC XX.
           88  move-file-ok            VALUE "00".
           88  move-file-eof           VALUE "10".
           88  move-file-not-found     VALUE "35".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".
           88  inv-file-eof            VALUE "10".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".
           88  ctl-file-not-found      VALUE "35".

       01  work-status                 PIC XX.
           88  work-file-ok            VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".
       01  rank-status                 PIC XX.
           88  rank-file-eof           VALUE "10".

      *  usage-window-days comes off the command line -- how far
      *  back the trailing window reaches.
       77  usage-window-days           PIC 9(3).
       78  default-window-days             VALUE 365.

       78  control-id-abcapct              VALUE "ABCAPCT ".
       78  control-id-abcbpct              VALUE "ABCBPCT ".
       78  default-a-pct                   VALUE 80.
       78  default-b-pct                   VALUE 15.
       77  a-cutoff-pct                PIC 9(3) COMP.
       77  b-cutoff-pct                PIC 9(3) COMP.
       77  b-band-pct                  PIC 9(3) COMP.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  window-start-julian         PIC 9(7) COMP.
       77  window-start-date           PIC 9(8).

       77  movement-cost               PIC 9(5)V99 COMP.

      *  cur-item/cur-value accumulate the sorted records for one
      *  item at a time -- a classic control break.
       77  cur-item-code               PIC X(4) VALUE SPACES.
       77  cur-master-switch           PIC X VALUE "N".
           88  cur-on-master            VALUE "Y".
       77  cur-class                   PIC X.
       77  cur-qty                     PIC 9(7) COMP.
       77  cur-value                   PIC 9(11)V99 COMP.

       77  total-value                 PIC 9(11)V99 COMP.
       77  running-value               PIC 9(11)V99 COMP.
       77  pct-before                  PIC 9(3)V99 COMP.
       77  item-pct                    PIC 9(3)V99 COMP.
       77  cumulative-pct              PIC 9(3)V99 COMP.
       77  new-class                   PIC X.

       77  item-rank                   PIC 9(6) COMP.
       77  a-count                     PIC 9(6) COMP.
       77  b-count                     PIC 9(6) COMP.
       77  c-count                     PIC 9(6) COMP.
       77  changed-count               PIC 9(6) COMP.

      *  change-table holds the class-change lines until the ranked
      *  analysis has been printed, for the separate section.
       78  max-changes                     VALUE 1000.
       77  change-ind                  PIC 9(4) COMP.
       77  changes-overflowed          PIC 9(5) COMP VALUE 0.
       01  change-table.
           03  change-entry OCCURS max-changes.
               05  ct-item             PIC X(4).
               05  ct-desc             PIC X(30).
               05  ct-old-class        PIC X.
               05  ct-new-class        PIC X.
               05  ct-rank             PIC 9(6) COMP.
               05  ct-value            PIC 9(11)V99 COMP.
               05  ct-cumulative-pct   PIC 9(3)V99 COMP.

       01  page-title                  PIC X(50) VALUE
               "ABC CLASSIFICATION BY VALUE MOVED".

       01  window-line.
           03  FILLER                  PIC X(20) VALUE
               "OUT MOVEMENTS SINCE ".
           03  wl-start-date           PIC 9(8).
           03  FILLER                  PIC X(14) VALUE
               "   A CUT-OFF: ".
           03  wl-a-pct                PIC ZZ9.
           03  FILLER                  PIC X(15) VALUE
               "%   B BAND:    ".
           03  wl-b-pct                PIC ZZ9.
           03  FILLER                  PIC X VALUE "%".

       01  heading-line.
           03  FILLER                  PIC X(8)  VALUE "  RANK".
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(10) VALUE "  QTY OUT".
           03  FILLER                  PIC X(17) VALUE
               "      VALUE MOVED".
           03  FILLER                  PIC X(8)  VALUE "     PCT".
           03  FILLER                  PIC X(8)  VALUE " CUM PCT".
           03  FILLER                  PIC X(10) VALUE "  OLD NEW".

       01  detail-line.
           03  dl-rank                 PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-item                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-desc                 PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-qty                  PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-value                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  dl-pct                  PIC ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-cumulative-pct       PIC ZZ9.99.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  dl-old-class            PIC X.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  dl-new-class            PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-flag                 PIC X(7).

       01  change-title                PIC X(50) VALUE
               "ITEMS WHOSE COUNT CLASS CHANGED".

       01  change-heading-line.
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(10) VALUE "OLD  NEW".
           03  FILLER                  PIC X(8)  VALUE "   RANK".
           03  FILLER                  PIC X(19) VALUE
               "        VALUE MOVED".
           03  FILLER                  PIC X(8)  VALUE " CUM PCT".

       01  change-line.
           03  cl-item                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-desc                 PIC X(30).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  cl-old-class            PIC X.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  cl-new-class            PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-rank                 PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-value                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cl-cumulative-pct       PIC ZZ9.99.

       01  no-changes-line             PIC X(40) VALUE
               "NO ITEM CHANGED CLASS".

       01  totals-line-1.
           03  FILLER                  PIC X(16) VALUE
               "ITEMS RANKED:".
           03  tl-ranked               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE "   A:".
           03  tl-a-count              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE "   B:".
           03  tl-b-count              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE "   C:".
           03  tl-c-count              PIC ZZZ,ZZ9.

       01  totals-line-2.
           03  FILLER                  PIC X(16) VALUE
               "VALUE MOVED:".
           03  tl-value                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(18) VALUE
               "   CLASS CHANGES:".
           03  tl-changed              PIC ZZZ,ZZ9.

       01  overflow-line.
           03  FILLER                  PIC X(40) VALUE
               "CHANGES RESTAMPED BUT NOT LISTED ABOVE:".
           03  ol-count                PIC ZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           SORT item-sort-file
               ON ASCENDING KEY is-item-code
               INPUT PROCEDURE IS Release-Item-Values
               OUTPUT PROCEDURE IS Total-Item-Values

           SORT rank-sort-file
               ON DESCENDING KEY rs-value
               ON ASCENDING KEY rs-item-code
               USING value-work-file
               OUTPUT PROCEDURE IS Rank-And-Class-Items

           PERFORM Print-Class-Changes
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT usage-window-days FROM COMMAND-LINE
           IF  usage-window-days = 0
               MOVE default-window-days TO usage-window-days
           END-IF

           MOVE 0 TO total-value
           MOVE 0 TO item-rank
           MOVE 0 TO a-count
           MOVE 0 TO b-count
           MOVE 0 TO c-count
           MOVE 0 TO changed-count
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)
           COMPUTE window-start-julian =
               today-julian - usage-window-days
           COMPUTE window-start-date =
               FUNCTION DATE-OF-INTEGER(window-start-julian)

           PERFORM Get-Cut-Offs

           OPEN I-O inventory-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE window-start-date TO wl-start-date
           MOVE a-cutoff-pct      TO wl-a-pct
           MOVE b-band-pct        TO wl-b-pct
           MOVE window-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Cut-Offs reads the A and B percentages off  *
      *  the control file -- a pair that does not leave   *
      *  room for a C class falls back to 80/15.         *
      *                                                  *
      ****************************************************

       Get-Cut-Offs SECTION.

           MOVE default-a-pct TO a-cutoff-pct
           MOVE default-b-pct TO b-band-pct
           OPEN INPUT control-file
           IF  ctl-file-not-found
               EXIT SECTION
           END-IF

           MOVE control-id-abcapct TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO a-cutoff-pct
           END-READ
           MOVE control-id-abcbpct TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO b-band-pct
           END-READ
           CLOSE control-file

           IF  a-cutoff-pct = 0
                   OR a-cutoff-pct + b-band-pct > 99
               MOVE default-a-pct TO a-cutoff-pct
               MOVE default-b-pct TO b-band-pct
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Item-Values releases one zero record per   *
      *  product-master item, then one record per OUT    *
      *  movement dated inside the window, extended at the   *
      *  average cost it was stamped with.               *
      *                                                  *
      ****************************************************

       Release-Item-Values SECTION.

           COMPUTE b-cutoff-pct = a-cutoff-pct + b-band-pct

           PERFORM UNTIL inv-file-eof
               READ inventory-file NEXT RECORD
                   AT END
                       SET inv-file-eof TO TRUE
                   NOT AT END
                       MOVE inv-code        TO is-item-code
                       MOVE "Y"             TO is-master
                       MOVE inv-count-class TO is-class
                       MOVE 0               TO is-qty
                       MOVE 0               TO is-value
                       RELEASE item-sort-record
               END-READ
           END-PERFORM

           OPEN INPUT movement-file
           IF  move-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL move-file-eof
               READ movement-file
                   AT END
                       SET move-file-eof TO TRUE
                   NOT AT END
                       IF  movement-out
                               AND mv-date >= window-start-date
                               AND mv-qty > 0
                           PERFORM Release-One-Movement
                       END-IF
               END-READ
           END-PERFORM

           CLOSE movement-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Movement SECTION.

      *  A movement written before averaging carries no cost --
      *  value it at the item's average today.
           MOVE 0 TO movement-cost
           IF  mv-avg-cost NUMERIC AND mv-avg-cost > 0
               MOVE mv-avg-cost TO movement-cost
           ELSE
               MOVE mv-item-code TO inv-code
               READ inventory-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE inv-avg-cost TO movement-cost
               END-READ
           END-IF

           MOVE mv-item-code TO is-item-code
           MOVE "N"          TO is-master
           MOVE SPACE        TO is-class
           MOVE mv-qty       TO is-qty
           COMPUTE is-value = mv-qty * movement-cost
           RELEASE item-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Item-Values accumulates the sorted records   *
      *  per item and writes one value-work line for each   *
      *  item still on the product master.               *
      *                                                  *
      ****************************************************

       Total-Item-Values SECTION.

           OPEN OUTPUT value-work-file

           PERFORM UNTIL sort-file-eof
               RETURN item-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                       IF  cur-item-code NOT = SPACES
                           PERFORM Write-Item-Value
                       END-IF
                   NOT AT END
                       IF  is-item-code NOT = cur-item-code
                           IF  cur-item-code NOT = SPACES
                               PERFORM Write-Item-Value
                           END-IF
                           MOVE is-item-code TO cur-item-code
                           MOVE "N" TO cur-master-switch
                           MOVE SPACE TO cur-class
                           MOVE 0 TO cur-qty
                           MOVE 0 TO cur-value
                       END-IF
                       IF  is-master = "Y"
                           SET cur-on-master TO TRUE
                           MOVE is-class TO cur-class
                       END-IF
                       ADD is-qty   TO cur-qty
                       ADD is-value TO cur-value
               END-RETURN
           END-PERFORM

           CLOSE value-work-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Write-Item-Value SECTION.

           IF  NOT cur-on-master
               EXIT SECTION
           END-IF

           MOVE cur-item-code TO vw-item-code
           MOVE cur-class     TO vw-class
           MOVE cur-qty       TO vw-qty
           MOVE cur-value     TO vw-value
           WRITE value-work-record
           ADD cur-value TO total-value.
           EXIT.

      ****************************************************
      *                                                  *
      *  Rank-And-Class-Items returns the items highest  *
      *  value first, classes each on the running total   *
      *  before it, restamps it and prints the ranked line.   *
      *                                                  *
      ****************************************************

       Rank-And-Class-Items SECTION.

           MOVE 0 TO running-value

           PERFORM UNTIL rank-file-eof
               RETURN rank-sort-file
                   AT END
                       SET rank-file-eof TO TRUE
                   NOT AT END
                       PERFORM Class-One-Item
               END-RETURN
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Class-One-Item SECTION.

           ADD 1 TO item-rank
           IF  total-value > 0
               COMPUTE pct-before ROUNDED =
                   running-value * 100 / total-value
               COMPUTE item-pct ROUNDED =
                   rs-value * 100 / total-value
           ELSE
               MOVE 100 TO pct-before
               MOVE 0 TO item-pct
           END-IF
           ADD rs-value TO running-value
           IF  total-value > 0
               COMPUTE cumulative-pct ROUNDED =
                   running-value * 100 / total-value
           ELSE
               MOVE 0 TO cumulative-pct
           END-IF

           EVALUATE TRUE
               WHEN rs-value = 0
                   MOVE "C" TO new-class
               WHEN pct-before < a-cutoff-pct
                   MOVE "A" TO new-class
               WHEN pct-before < b-cutoff-pct
                   MOVE "B" TO new-class
               WHEN OTHER
                   MOVE "C" TO new-class
           END-EVALUATE
           EVALUATE new-class
               WHEN "A"
                   ADD 1 TO a-count
               WHEN "B"
                   ADD 1 TO b-count
               WHEN OTHER
                   ADD 1 TO c-count
           END-EVALUATE

           MOVE rs-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   MOVE SPACES TO inv-desc
               NOT INVALID KEY
                   MOVE new-class TO inv-count-class
                   REWRITE invmast-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ

           MOVE SPACES TO detail-line
           MOVE item-rank      TO dl-rank
           MOVE rs-item-code   TO dl-item
           MOVE inv-desc       TO dl-desc
           MOVE rs-qty         TO dl-qty
           MOVE rs-value       TO dl-value
           MOVE item-pct       TO dl-pct
           MOVE cumulative-pct TO dl-cumulative-pct
           MOVE rs-class       TO dl-old-class
           MOVE new-class      TO dl-new-class
           IF  rs-class NOT = new-class
               MOVE "CHANGED" TO dl-flag
               PERFORM Hold-Class-Change
           END-IF
           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Hold-Class-Change SECTION.

           ADD 1 TO changed-count
           IF  changed-count > max-changes
               ADD 1 TO changes-overflowed
               EXIT SECTION
           END-IF

           MOVE rs-item-code   TO ct-item(changed-count)
           MOVE inv-desc       TO ct-desc(changed-count)
           MOVE rs-class       TO ct-old-class(changed-count)
           MOVE new-class      TO ct-new-class(changed-count)
           MOVE item-rank      TO ct-rank(changed-count)
           MOVE rs-value       TO ct-value(changed-count)
           MOVE cumulative-pct TO ct-cumulative-pct(changed-count).
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Class-Changes lists, after the ranking,   *
      *  every item that moved into or out of a class.   *
      *                                                  *
      ****************************************************

       Print-Class-Changes SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE change-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           IF  changed-count = 0
               MOVE no-changes-line TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           MOVE change-heading-line TO report-line
           WRITE report-line
           PERFORM VARYING change-ind FROM 1 BY 1
                           UNTIL change-ind > changed-count
                           OR change-ind > max-changes
               MOVE SPACES TO change-line
               MOVE ct-item(change-ind)      TO cl-item
               MOVE ct-desc(change-ind)      TO cl-desc
               MOVE ct-old-class(change-ind) TO cl-old-class
               MOVE ct-new-class(change-ind) TO cl-new-class
               MOVE ct-rank(change-ind)      TO cl-rank
               MOVE ct-value(change-ind)     TO cl-value
               MOVE ct-cumulative-pct(change-ind)
                                             TO cl-cumulative-pct
               MOVE change-line TO report-line
               WRITE report-line
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE item-rank TO tl-ranked
           MOVE a-count   TO tl-a-count
           MOVE b-count   TO tl-b-count
           MOVE c-count   TO tl-c-count
           MOVE totals-line-1 TO report-line
           WRITE report-line
           MOVE total-value   TO tl-value
           MOVE changed-count TO tl-changed
           MOVE totals-line-2 TO report-line
           WRITE report-line
           IF  changes-overflowed > 0
               MOVE changes-overflowed TO ol-count
               MOVE overflow-line TO report-line
               WRITE report-line
           END-IF

           CLOSE inventory-file
           CLOSE report-file.
           EXIT.
