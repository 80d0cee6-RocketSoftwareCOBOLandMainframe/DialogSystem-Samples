      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly stock reconciliation.  CUSTRECN proves the balances  *
      * and CUSTXCHK the links; this proves the stock figures agree  *
      * with each other, item by item.  inv-quantity on invmast.ism  *
      * must equal the sum of the item's invloc.ism locations (when  *
      * it has any), the sum of its invlot.ism lots (when it has     *
      * any), and the item's latest invsnap.ism month-end snapshot   *
      * plus every invmove.dat movement dated after the close froze  *
      * it.  inv-alloc-qty must equal what is still reserved against *
      * it: the unshipped part of every "A"/"K" ordline.ism line     *
      * (a kit exploded through bom.ism exactly as the invalloc      *
      * keeper does), the components or built kits held by an open   *
      * INVASSM work order, and the stock sitting on a customer's    *
      * consignment location.  The figures drift whenever a run is   *
      * interrupted between two of the files, or a keeper floors a   *
      * quantity at zero -- every difference is printed with its     *
      * likely cause.  The difference count is trended against the   *
      * prior run on the control file ("STKDIFFS"), the way CUSTXCHK *
      * trends its orphans: growth fails the run's status, so the    *
      * nightly chain stops and someone looks.                       *
      *                                                              *
      * Run with "R" on the command line by a supervisor or manager  *
      * (shared custrole lookup), the same pass also resets every    *
      * differing inv-alloc-qty to the reserved figure worked out    *
      * here, each reset written through custaud.  Do it while no    *
      * order sessions are updating -- a line reserved mid-run is    *
      * not in the figure.  A repair run writes no run-control       *
      * record and leaves the nightly trend alone.                   *
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
       PROGRAM-ID. invrecn.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT invsnap-file ASSIGN "invsnap.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS isnp-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS scan-status.

           SELECT movement-file ASSIGN "invmove.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS scan-status.

           SELECT invloc-file ASSIGN "invloc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS loc-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS scan-status.

           SELECT invlot-file ASSIGN "invlot.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS lot-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS scan-status.

           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS scan-status.

           SELECT workord-file ASSIGN "workord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS wo-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS scan-status.

      *  bom-file explodes a kit's reservation into its components
      *  -- see bomrec.cpy and the shared invalloc keeper.
           SELECT bom-file ASSIGN "bom.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bom-key
           ACCESS IS DYNAMIC
           FILE STATUS IS bom-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT sort-work-file ASSIGN "invrecn.srt".

           SELECT report-file ASSIGN "invrecn.prt"
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

       FD  invsnap-file.
           COPY "invsnap.cpy".

       FD  movement-file.
           COPY "invmove.cpy".

       FD  invloc-file.
           COPY "locrec.cpy".

       FD  invlot-file.
           COPY "invlotrc.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  workord-file.
           COPY "wordrec.cpy".

       FD  bom-file.
           COPY "bomrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

      *  sw-rec-type sequences each item's figures through the
      *  merge -- the master record (1) first, then its month-end
      *  snapshots (2) in month order so the latest is the one
      *  left standing, then the movements (3) judged against it,
      *  the locations (4), the lots (5), the order-line
      *  reservations (6) and the work-order and consignment
      *  reservations (7).
       SD  sort-work-file.
       01  sort-record.
           03  sw-item-code             PIC X(4).
           03  sw-rec-type              PIC 9.
           03  sw-seq                   PIC 9(6).
           03  sw-qty                   PIC S9(7) COMP.
           03  sw-date                  PIC 9(8).
           03  sw-alloc-qty             PIC 9(5).
           03  sw-alloc-switch          PIC X.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

      *  scan-status is shared by the input scans -- they run one
      *  at a time.
       01  scan-status                 PIC XX.
           88  scan-file-ok            VALUE "00".
           88  scan-file-eof           VALUE "10".
           88  scan-file-not-found     VALUE "35".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".
           88  inv-file-eof            VALUE "10".

       01  bom-status                  PIC XX.
           88  bom-file-ok             VALUE "00".
           88  bom-file-not-found      VALUE "35".
       77  bom-eof-switch              PIC X VALUE "N".
           88  bom-eof                 VALUE "Y".
       77  bom-open-switch             PIC X VALUE "N".
           88  bom-file-open           VALUE "Y".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       78  control-id-stkdiffs             VALUE "STKDIFFS".

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

      *  Run with "R" the pass resets the differing allocations --
      *  supervisor or manager only.
       77  run-mode                    PIC X.
           88  repair-run              VALUE "R".
       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  No invmove.dat at all means there is no ledger to prove
      *  the quantities against -- that check is left out.
       77  ledger-switch               PIC X VALUE "N".
           88  ledger-on-file              VALUE "Y".

      *  The reservation being released -- a kit is exploded into
      *  its components first.
       77  resv-item-code              PIC X(4).
       77  resv-qty                    PIC 9(7) COMP.
       77  resv-rec-type               PIC 9.
       77  resv-comp-count             PIC 9(2) COMP.
       77  line-open-qty               PIC 9(5) COMP.

      *  The item whose figures are being gathered off the merge.
       77  held-item-code              PIC X(4) VALUE LOW-VALUES.
       77  item-held-switch            PIC X VALUE "N".
           88  item-held                   VALUE "Y".
       77  master-switch               PIC X.
           88  item-on-master              VALUE "Y".
       77  master-qty                  PIC S9(9) COMP.
       77  master-alloc-qty            PIC S9(9) COMP.
       77  master-alloc-switch         PIC X.
           88  master-alloc-set            VALUE "Y".
       77  snapshot-switch             PIC X.
           88  snapshot-held               VALUE "Y".
       77  snapshot-month              PIC 9(6).
       77  snapshot-taken-date         PIC 9(8).
       77  snapshot-qty                PIC S9(9) COMP.
       77  snapshot-cutoff-date        PIC 9(8).
       77  moved-after-qty             PIC S9(9) COMP.
       77  moved-same-day-qty          PIC S9(9) COMP.
       77  location-count              PIC 9(5) COMP.
       77  location-qty                PIC S9(9) COMP.
       77  lot-count                   PIC 9(5) COMP.
       77  lot-qty-total               PIC S9(9) COMP.
       77  reserved-qty                PIC S9(9) COMP.
       77  ledger-qty                  PIC S9(9) COMP.
       77  recorded-qty                PIC S9(9) COMP.
       77  expected-qty                PIC S9(9) COMP.

       77  items-checked               PIC 9(7) COMP VALUE 0.
       77  difference-count            PIC 9(7) COMP VALUE 0.
       77  prior-difference-count      PIC 9(7) COMP VALUE 0.
       77  allocations-reset           PIC 9(7) COMP VALUE 0.

       01  page-title                  PIC X(40) VALUE
               "STOCK RECONCILIATION".

       01  repair-title                PIC X(60) VALUE
               "STOCK RECONCILIATION -- ALLOCATION REPAIR RUN".

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(12) VALUE "CHECK".
           03  FILLER                  PIC X(10) VALUE "  RECORDED".
           03  FILLER                  PIC X(10) VALUE "  EXPECTED".
           03  FILLER                  PIC X(12) VALUE "  DIFFERENCE".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "LIKELY CAUSE".

       01  detail-line.
           03  dl-item-code            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-check                PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-recorded             PIC ZZZ,ZZ9-.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-expected             PIC ZZZ,ZZ9-.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  dl-difference           PIC ZZZ,ZZ9-.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-cause                PIC X(48).

       01  reset-line.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  FILLER                  PIC X(22)
               VALUE "ALLOCATION RESET FROM ".
           03  rs-before               PIC ZZ,ZZ9.
           03  FILLER                  PIC X(4) VALUE " TO ".
           03  rs-after                PIC ZZ,ZZ9.

       01  totals-line.
           03  FILLER                  PIC X(16)
               VALUE "ITEMS CHECKED:".
           03  tl-items                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(16)
               VALUE "  DIFFERENCES:".
           03  tl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(13)
               VALUE "  PRIOR RUN:".
           03  tl-prior                PIC ZZZ,ZZ9.

       01  repair-totals-line.
           03  FILLER                  PIC X(20)
               VALUE "ALLOCATIONS RESET:".
           03  rt-count                PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT run-mode FROM COMMAND-LINE
           IF  repair-run
               PERFORM Check-Run-Authority
           END-IF

           OPEN OUTPUT report-file
           IF  repair-run
               MOVE repair-title TO report-line
           ELSE
               MOVE page-title TO report-line
           END-IF
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line

           SORT sort-work-file
               ON ASCENDING KEY sw-item-code, sw-rec-type, sw-seq
               INPUT PROCEDURE IS Build-Merge-Input
               OUTPUT PROCEDURE IS Reconcile-Items

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Check-Run-Authority refuses a repair run unless *
      *  the operator's role (shared custrole lookup) is *
      *  supervisor or manager, the way CUSTRKEY guards  *
      *  its re-keying.  A refusal is written through    *
      *  custaud.                                        *
      *                                                  *
      ****************************************************

       Check-Run-Authority SECTION.

           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role NOT = "S" AND NOT = "M"
               DISPLAY "INVRECN: OPERATOR NOT AUTHORIZED TO RESET "
                   "ALLOCATIONS -- RUN ABANDONED"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "ALLOCATION REPAIR RUN REFUSED" TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", "     ",
                                     aud-before-image, aud-after-image
               END-CALL
               STOP RUN
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Build-Merge-Input releases every figure the     *
      *  reconciliation compares into one sort keyed by  *
      *  item -- each scan passes over a file that is    *
      *  not there.                                      *
      *                                                  *
      ****************************************************

       Build-Merge-Input SECTION.

           PERFORM Release-Master-Items
           PERFORM Release-Snapshots
           PERFORM Release-Movements
           PERFORM Release-Locations
           PERFORM Release-Lots

           MOVE "N" TO bom-open-switch
           OPEN INPUT bom-file
           IF  bom-file-ok
               SET bom-file-open TO TRUE
           END-IF
           PERFORM Release-Line-Reservations
           PERFORM Release-Work-Orders
           IF  bom-file-open
               CLOSE bom-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Master-Items SECTION.

           OPEN INPUT inventory-file
           IF  NOT inv-file-ok
               DISPLAY "INVRECN: NO PRODUCT MASTER -- NOTHING TO PROVE"
               EXIT SECTION
           END-IF
           PERFORM UNTIL inv-file-eof
               READ inventory-file NEXT RECORD
                   AT END
                       SET inv-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       MOVE SPACES TO sort-record
                       MOVE inv-code     TO sw-item-code
                       MOVE 1            TO sw-rec-type
                       MOVE 0            TO sw-seq
                       MOVE inv-quantity TO sw-qty
                       MOVE 0            TO sw-date
      *  Records written before allocation existed carry spaces in
      *  inv-alloc-qty -- nothing reserved, but worth a line when
      *  something is.
                       IF  inv-alloc-qty NUMERIC
                           MOVE inv-alloc-qty TO sw-alloc-qty
                           MOVE "Y" TO sw-alloc-switch
                       ELSE
                           MOVE 0 TO sw-alloc-qty
                           MOVE "N" TO sw-alloc-switch
                       END-IF
                       RELEASE sort-record
               END-READ
           END-PERFORM
           CLOSE inventory-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Snapshots releases every month-end      *
      *  snapshot with the day the close took it -- zero *
      *  for a month closed before that was stamped.     *
      *                                                  *
      ****************************************************

       Release-Snapshots SECTION.

           OPEN INPUT invsnap-file
           IF  scan-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL scan-file-eof
               READ invsnap-file NEXT RECORD
                   AT END
                       SET scan-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       MOVE SPACES TO sort-record
                       MOVE isnp-item-code TO sw-item-code
                       MOVE 2              TO sw-rec-type
                       MOVE isnp-yyyymm    TO sw-seq
                       MOVE isnp-qty       TO sw-qty
                       MOVE 0              TO sw-alloc-qty
                       IF  isnp-taken-date NUMERIC
                           MOVE isnp-taken-date TO sw-date
                       ELSE
                           MOVE 0 TO sw-date
                       END-IF
                       RELEASE sort-record
               END-READ
           END-PERFORM
           CLOSE invsnap-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Movements releases every ledger         *
      *  movement signed the way it moved inv-quantity   *
      *  -- an "OUT" takes stock away, an "IN " adds it, *
      *  an "ADJ" is already signed.                     *
      *                                                  *
      ****************************************************

       Release-Movements SECTION.

           MOVE "00" TO scan-status
           OPEN INPUT movement-file
           IF  scan-file-not-found
               EXIT SECTION
           END-IF
           SET ledger-on-file TO TRUE
           PERFORM UNTIL scan-file-eof
               READ movement-file
                   AT END
                       SET scan-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  mv-qty NUMERIC AND mv-date NUMERIC
                           MOVE SPACES TO sort-record
                           MOVE mv-item-code TO sw-item-code
                           MOVE 3            TO sw-rec-type
                           MOVE 0            TO sw-seq
                           MOVE mv-date      TO sw-date
                           MOVE 0            TO sw-alloc-qty
                           EVALUATE TRUE
                               WHEN movement-out
                                   COMPUTE sw-qty = 0 - mv-qty
                                   RELEASE sort-record
                               WHEN movement-in
                               WHEN movement-adjust
                                   MOVE mv-qty TO sw-qty
                                   RELEASE sort-record
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE movement-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Locations releases each location's      *
      *  stock -- and, for a customer's consignment      *
      *  location, the same quantity again as a          *
      *  reservation, since consigned stock is held off  *
      *  free-to-sell.                                   *
      *                                                  *
      ****************************************************

       Release-Locations SECTION.

           MOVE "00" TO scan-status
           OPEN INPUT invloc-file
           IF  scan-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL scan-file-eof
               READ invloc-file NEXT RECORD
                   AT END
                       SET scan-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       MOVE SPACES TO sort-record
                       MOVE loc-item-code TO sw-item-code
                       MOVE 4             TO sw-rec-type
                       MOVE 0             TO sw-seq
                       MOVE loc-qty       TO sw-qty
                       MOVE 0             TO sw-date
                       MOVE 0             TO sw-alloc-qty
                       RELEASE sort-record
                       IF  loc-consign-c-code NOT = SPACES
                           MOVE 7 TO sw-rec-type
                           RELEASE sort-record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE invloc-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Lots SECTION.

           MOVE "00" TO scan-status
           OPEN INPUT invlot-file
           IF  scan-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL scan-file-eof
               READ invlot-file NEXT RECORD
                   AT END
                       SET scan-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       MOVE SPACES TO sort-record
                       MOVE lot-item-code TO sw-item-code
                       MOVE 5             TO sw-rec-type
                       MOVE 0             TO sw-seq
                       MOVE lot-qty       TO sw-qty
                       MOVE 0             TO sw-date
                       MOVE 0             TO sw-alloc-qty
                       RELEASE sort-record
               END-READ
           END-PERFORM
           CLOSE invlot-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Line-Reservations releases what each    *
      *  still-reserved order line holds -- its quantity *
      *  less what has already gone out on part          *
      *  shipments (ordl-scan-qty).  A "K" line holds the*
      *  kit's own built stock; an "A" line for a kit    *
      *  holds its components.                           *
      *                                                  *
      ****************************************************

       Release-Line-Reservations SECTION.

           MOVE "00" TO scan-status
           OPEN INPUT ordline-file
           IF  scan-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL scan-file-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET scan-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  line-stock-allocated
                           PERFORM Release-One-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ordline-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Line SECTION.

           MOVE ordl-qty TO line-open-qty
           IF  ordl-scan-qty NUMERIC
               IF  ordl-scan-qty < ordl-qty
                   SUBTRACT ordl-scan-qty FROM line-open-qty
               ELSE
                   MOVE 0 TO line-open-qty
               END-IF
           END-IF
           IF  line-open-qty = 0
               EXIT SECTION
           END-IF

           MOVE ordl-item-code TO resv-item-code
           MOVE line-open-qty  TO resv-qty
           MOVE 6              TO resv-rec-type
           IF  line-built-kit
               PERFORM Release-Reservation
           ELSE
               PERFORM Release-Exploded-Reservation
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Work-Orders releases what each open     *
      *  INVASSM work order holds -- a build its kit's   *
      *  exploded components, a disassembly the built    *
      *  kits.                                           *
      *                                                  *
      ****************************************************

       Release-Work-Orders SECTION.

           MOVE "00" TO scan-status
           OPEN INPUT workord-file
           IF  scan-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL scan-file-eof
               READ workord-file NEXT RECORD
                   AT END
                       SET scan-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  wo-open AND wo-qty > 0
                           MOVE wo-kit-code TO resv-item-code
                           MOVE wo-qty      TO resv-qty
                           MOVE 7           TO resv-rec-type
                           IF  wo-build
                               PERFORM Release-Exploded-Reservation
                           ELSE
                               PERFORM Release-Reservation
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE workord-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Exploded-Reservation releases the       *
      *  reservation against each of a kit's components  *
      *  -- the quantity times the per-kit count -- or   *
      *  against the item itself when it is not a kit.   *
      *                                                  *
      ****************************************************

       Release-Exploded-Reservation SECTION.

           MOVE 0 TO resv-comp-count
           IF  bom-file-open
               MOVE "N" TO bom-eof-switch
               MOVE resv-item-code TO bom-kit-code
               MOVE 0              TO bom-seq
               START bom-file KEY IS NOT LESS THAN bom-key
                   INVALID KEY
                       SET bom-eof TO TRUE
               END-START
               PERFORM UNTIL bom-eof
                   READ bom-file NEXT RECORD
                       AT END
                           SET bom-eof TO TRUE
                   END-READ
                   IF  NOT bom-eof
                       IF  bom-kit-code NOT = resv-item-code
                           SET bom-eof TO TRUE
                       ELSE
                           ADD 1 TO resv-comp-count
                           MOVE SPACES TO sort-record
                           MOVE bom-comp-code TO sw-item-code
                           MOVE resv-rec-type TO sw-rec-type
                           MOVE 0             TO sw-seq
                           COMPUTE sw-qty = resv-qty * bom-comp-qty
                           MOVE 0             TO sw-date
                           MOVE 0             TO sw-alloc-qty
                           RELEASE sort-record
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF  resv-comp-count = 0
               PERFORM Release-Reservation
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-Reservation SECTION.

           MOVE SPACES TO sort-record
           MOVE resv-item-code TO sw-item-code
           MOVE resv-rec-type  TO sw-rec-type
           MOVE 0              TO sw-seq
           MOVE resv-qty       TO sw-qty
           MOVE 0              TO sw-date
           MOVE 0              TO sw-alloc-qty
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reconcile-Items walks the merged figures, item  *
      *  by item, judging each item as the next one      *
      *  starts. A repair run has the master open for    *
      *  update.                                         *
      *                                                  *
      ****************************************************

       Reconcile-Items SECTION.

           IF  repair-run
               OPEN I-O inventory-file
           END-IF

           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  sw-item-code NOT = held-item-code
                           PERFORM Judge-Held-Item
                           PERFORM Start-Held-Item
                       END-IF
                       PERFORM Gather-One-Figure
               END-RETURN
           END-PERFORM
           PERFORM Judge-Held-Item

           IF  repair-run
               CLOSE inventory-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-Held-Item SECTION.

           MOVE sw-item-code TO held-item-code
           SET item-held TO TRUE
           MOVE "N" TO master-switch
           MOVE "N" TO master-alloc-switch
           MOVE "N" TO snapshot-switch
           MOVE 0 TO master-qty master-alloc-qty
           MOVE 0 TO snapshot-month snapshot-taken-date
           MOVE 0 TO snapshot-qty snapshot-cutoff-date
           MOVE 0 TO moved-after-qty moved-same-day-qty
           MOVE 0 TO location-count location-qty
           MOVE 0 TO lot-count lot-qty-total
           MOVE 0 TO reserved-qty.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-One-Figure adds the record in hand to    *
      *  the held item's figures.  A movement counts when*
      *  it is dated after the day the item's latest     *
      *  snapshot was taken -- after the month end, for  *
      *  a month closed before that day was stamped --   *
      *  and one dated on that very day is kept apart:   *
      *  it may fall either side of the snapshot.  With  *
      *  no snapshot at all every movement counts from   *
      *  nothing.                                        *
      *                                                  *
      ****************************************************

       Gather-One-Figure SECTION.

           EVALUATE sw-rec-type
               WHEN 1
                   SET item-on-master TO TRUE
                   MOVE sw-qty TO master-qty
                   MOVE sw-alloc-qty TO master-alloc-qty
                   IF  sw-alloc-switch = "Y"
                       SET master-alloc-set TO TRUE
                   END-IF
               WHEN 2
                   SET snapshot-held TO TRUE
                   MOVE sw-seq  TO snapshot-month
                   MOVE sw-date TO snapshot-taken-date
                   MOVE sw-qty  TO snapshot-qty
                   IF  snapshot-taken-date > 0
                       MOVE snapshot-taken-date
                           TO snapshot-cutoff-date
                   ELSE
                       COMPUTE snapshot-cutoff-date =
                           (snapshot-month * 100) + 31
                   END-IF
               WHEN 3
                   EVALUATE TRUE
                       WHEN NOT snapshot-held
                           ADD sw-qty TO moved-after-qty
                       WHEN sw-date > snapshot-cutoff-date
                           ADD sw-qty TO moved-after-qty
                       WHEN sw-date = snapshot-cutoff-date
                               AND snapshot-taken-date > 0
                           ADD sw-qty TO moved-same-day-qty
                   END-EVALUATE
               WHEN 4
                   ADD 1 TO location-count
                   ADD sw-qty TO location-qty
               WHEN 5
                   ADD 1 TO lot-count
                   ADD sw-qty TO lot-qty-total
               WHEN 6
               WHEN 7
                   ADD sw-qty TO reserved-qty
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Judge-Held-Item runs the four proofs on the     *
      *  item just gathered.  An item no longer on the   *
      *  master is only worth a line while stock or a    *
      *  reservation still hangs off it.                 *
      *                                                  *
      ****************************************************

       Judge-Held-Item SECTION.

           IF  NOT item-held
               EXIT SECTION
           END-IF

           IF  NOT item-on-master
               IF  location-qty NOT = 0 OR lot-qty-total NOT = 0
                       OR reserved-qty NOT = 0
                   MOVE SPACES TO detail-line
                   MOVE "MASTER" TO dl-check
                   MOVE 0 TO recorded-qty
                   COMPUTE expected-qty =
                       location-qty + lot-qty-total + reserved-qty
                   MOVE "ITEM GONE FROM THE MASTER -- STOCK OR ORDERS"
                       TO dl-cause
                   PERFORM Print-Difference
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO items-checked
           PERFORM Check-Locations
           PERFORM Check-Lots
           PERFORM Check-Ledger
           PERFORM Check-Allocation.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Locations -- an item with location        *
      *  records must hold its whole quantity across     *
      *  them.  The invlocup keeper and the master are   *
      *  updated one after the other, and each floors at *
      *  zero.                                           *
      *                                                  *
      ****************************************************

       Check-Locations SECTION.

           IF  location-count = 0 OR location-qty = master-qty
               EXIT SECTION
           END-IF

           MOVE SPACES TO detail-line
           MOVE "LOCATIONS" TO dl-check
           MOVE location-qty TO recorded-qty
           MOVE master-qty   TO expected-qty
           EVALUATE TRUE
               WHEN location-qty > master-qty AND master-qty = 0
                   MOVE "MASTER FLOORED AT ZERO" TO dl-cause
               WHEN location-qty > master-qty
                   MOVE "LOCATION MOVED, MASTER NOT -- INTERRUPTED RUN"
                       TO dl-cause
               WHEN OTHER
                   MOVE "MASTER MOVED, LOCATION NOT -- OR FLOORED"
                       TO dl-cause
           END-EVALUATE
           PERFORM Print-Difference.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Lots -- an item with lot records must     *
      *  hold its whole quantity across them.            *
      *                                                  *
      ****************************************************

       Check-Lots SECTION.

           IF  lot-count = 0 OR lot-qty-total = master-qty
               EXIT SECTION
           END-IF

           MOVE SPACES TO detail-line
           MOVE "LOTS" TO dl-check
           MOVE lot-qty-total TO recorded-qty
           MOVE master-qty    TO expected-qty
           EVALUATE TRUE
               WHEN lot-qty-total > master-qty AND master-qty = 0
                   MOVE "MASTER FLOORED AT ZERO" TO dl-cause
               WHEN lot-qty-total > master-qty
                   MOVE "STOCK DRAWN WITHOUT A LOT -- KIT OR SHORT LOT"
                       TO dl-cause
               WHEN OTHER
                   MOVE "STOCK ADDED WITHOUT A LOT, OR LOT NOT RECEIVED"
                       TO dl-cause
           END-EVALUATE
           PERFORM Print-Difference.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Ledger -- the master must equal the       *
      *  latest snapshot plus the movements since.  The  *
      *  movements on the day the snapshot was taken are *
      *  allowed to fall wholly before or wholly after   *
      *  it.                                             *
      *                                                  *
      ****************************************************

       Check-Ledger SECTION.

           IF  NOT ledger-on-file
               EXIT SECTION
           END-IF

           COMPUTE ledger-qty = snapshot-qty + moved-after-qty
           IF  master-qty = ledger-qty
               EXIT SECTION
           END-IF
           IF  moved-same-day-qty NOT = 0
               IF  master-qty = ledger-qty + moved-same-day-qty
                   EXIT SECTION
               END-IF
           END-IF

           MOVE SPACES TO detail-line
           MOVE "LEDGER" TO dl-check
           MOVE master-qty TO recorded-qty
           MOVE ledger-qty TO expected-qty
           EVALUATE TRUE
               WHEN moved-same-day-qty NOT = 0
                   MOVE "MOVEMENTS ON THE SNAPSHOT DAY SPLIT ACROSS IT"
                       TO dl-cause
               WHEN NOT snapshot-held AND master-qty > ledger-qty
                   MOVE "NO SNAPSHOT -- STOCK PREDATES THE LEDGER"
                       TO dl-cause
               WHEN master-qty > ledger-qty
                   MOVE "STOCK ADDED WITHOUT A MOVEMENT"
                       TO dl-cause
               WHEN master-qty = 0
                   MOVE "MASTER FLOORED AT ZERO" TO dl-cause
               WHEN OTHER
                   MOVE "STOCK TAKEN WITHOUT A MOVEMENT"
                       TO dl-cause
           END-EVALUATE
           PERFORM Print-Difference.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Allocation -- the master's allocated      *
      *  figure must equal what is still reserved        *
      *  against it.  A repair run resets it to that     *
      *  figure.                                         *
      *                                                  *
      ****************************************************

       Check-Allocation SECTION.

           IF  master-alloc-qty = reserved-qty
               IF  master-alloc-set OR reserved-qty = 0
                   EXIT SECTION
               END-IF
           END-IF

           MOVE SPACES TO detail-line
           MOVE "ALLOCATED" TO dl-check
           MOVE master-alloc-qty TO recorded-qty
           MOVE reserved-qty     TO expected-qty
           EVALUATE TRUE
               WHEN NOT master-alloc-set
                   MOVE "ALLOCATION NEVER SET ON THIS RECORD"
                       TO dl-cause
               WHEN master-alloc-qty > reserved-qty
                   MOVE "RESERVATION NEVER SHIPPED OR RELEASED"
                       TO dl-cause
               WHEN master-alloc-qty = 0
                   MOVE "ALLOCATION FLOORED AT ZERO -- DOUBLE RELEASE"
                       TO dl-cause
               WHEN OTHER
                   MOVE "RESERVATION LOST -- INTERRUPTED RUN"
                       TO dl-cause
           END-EVALUATE
           PERFORM Print-Difference

           IF  repair-run
               PERFORM Reset-Allocation
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Difference SECTION.

           MOVE held-item-code TO dl-item-code
           MOVE recorded-qty   TO dl-recorded
           MOVE expected-qty   TO dl-expected
           COMPUTE dl-difference = recorded-qty - expected-qty
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO difference-count
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reset-Allocation rewrites the item's allocated  *
      *  figure to what is reserved against it -- never  *
      *  beyond what the field holds -- and writes the   *
      *  before and after through custaud.               *
      *                                                  *
      ****************************************************

       Reset-Allocation SECTION.

           MOVE held-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   EXIT SECTION
           END-READ

           IF  reserved-qty > 99999
               MOVE 99999 TO reserved-qty
           END-IF
           IF  reserved-qty < 0
               MOVE 0 TO reserved-qty
           END-IF

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ITEM " held-item-code " ALLOCATED "
                  inv-alloc-qty
               DELIMITED BY SIZE INTO aud-before-image
           MOVE master-alloc-qty TO rs-before
           MOVE reserved-qty TO inv-alloc-qty
           REWRITE invmast-record
               INVALID KEY
                   DISPLAY "INVRECN: COULD NOT REWRITE ITEM "
                       held-item-code
                   EXIT SECTION
           END-REWRITE
           STRING "ITEM " held-item-code " ALLOCATED "
                  inv-alloc-qty
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "ALLOC-RESET", "     ",
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE reserved-qty TO rs-after
           MOVE reset-line TO report-line
           WRITE report-line
           ADD 1 TO allocations-reset.
           EXIT.

      ****************************************************
      *                                                  *
      *  Program-Terminate prints the totals and, on the *
      *  nightly run, trends tonight's difference count  *
      *  against the prior run's -- growth means         *
      *  something new is pulling the figures apart, and *
      *  the chain stops so someone looks.               *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           OPEN I-O control-file
           MOVE 0 TO prior-difference-count
           MOVE control-id-stkdiffs TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO prior-difference-count
           END-READ

           IF  NOT repair-run
               MOVE difference-count TO ctl-next-no
               MOVE control-id-stkdiffs TO ctl-id
               REWRITE control-record
                   INVALID KEY
                       MOVE control-id-stkdiffs TO ctl-id
                       MOVE difference-count TO ctl-next-no
                       WRITE control-record
                       END-WRITE
               END-REWRITE
           END-IF
           CLOSE control-file

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE items-checked          TO tl-items
           MOVE difference-count       TO tl-count
           MOVE prior-difference-count TO tl-prior
           MOVE totals-line TO report-line
           WRITE report-line

           IF  repair-run
               MOVE allocations-reset TO rt-count
               MOVE repair-totals-line TO report-line
               WRITE report-line
               CLOSE report-file
               EXIT SECTION
           END-IF

           IF  difference-count > prior-difference-count
               DISPLAY "INVRECN: STOCK DIFFERENCES GREW -- "
                   "REVIEW INVRECN.PRT BEFORE THE NEXT RUN"
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
           END-IF

           CALL "custrunc" USING "INVRECN ", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE report-file.
           EXIT.
