      * reads the invmove.dat movement ledger and writes one         *
      * fixed-format feed record per movement dated after the last   *
      * run -- cost-of-goods ("CG") for OUT movements, stock         *
      * additions ("SI") for IN, shrinkage ("SH") for ADJ -- save    *
      * scrapped returns ("SC"), returns to supplier ("RS") and kit  *
      * assembly/disassembly transfers ("BL") --                     *
      * each valued at the moving-average cost stamped on the        *
      * movement (a receipt at the actual cost it came in at), so the*
      * ledger's inventory account finally ties to the INVVAL        *
      * valuation report.  The checkpoint date lives on the control  *
      * file under "IVCKPT  ", the same discipline CUSTGLEX keeps    *
      * under "GLCKPT  ", and the INVGLAK.CBL acknowledgment step    *
      * winds it back when the ledger rejects a batch.  A receipt    *
      * that came in at other than the PO's agreed cost also feeds   *
      * the difference as a purchase price variance ("PV").          *
      * Each record carries the ledger's debit and credit account    *
      * for its class from the glmap.ism mapping (custglmp), under   *
      * the company and home currency -- stock has no sales area.    *
      * As in CUSTGLEX, a class the mapping cannot place refuses the *
      * whole feed, is listed on the report, and leaves the          *
      * checkpoint where it was.                                     *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      *  record is -- "CG" cost of goods on an OUT movement, "SI"
      *  a stock addition on an IN, "SH" shrinkage/count variance
      *  on an ADJ -- so the inventory account moves with the
      *  stock instead of invisibly.  Some ADJ reasons are not
      *  shrinkage and class apart: "SC" for customer returns
      *  scrapped on receipt (reason "SCR"), "RS" for goods
      *  sent back to their supplier (reason "RTS"), whose value
      *  the supplier's credit recovers, and "BL" for the INVASSM
      *  work orders' component-to-kit transfers (reasons "BLD"
      *  and "DIS"), which net to the assembly cost variance
      *  across a work order.  A goods receipt that came in
      *  at other than the PO line's agreed cost adds a "PV"
      *  purchase price variance record, actual less agreed, so
      *  it is not lost inside stock value.  The "SI" record
      *  already carries the full actual cost the average absorbed
      *  -- "PV" is the analysis of it, for the ledger to book
      *  between its variance and stock-revaluation accounts.
           03  ig-class                PIC X(2).
           03  FILLER                  PIC X   VALUE SPACE.
           03  ig-qty                  PIC S9(5)
           03  FILLER                  PIC X   VALUE SPACE.
           03  ig-value                PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
      *  The ledger accounts the posting goes to, from glmap.ism.
           03  FILLER                  PIC X   VALUE SPACE.
           03  ig-debit-acct           PIC X(12).
           03  FILLER                  PIC X   VALUE SPACE.
           03  ig-credit-acct          PIC X(12).

       FD  report-file.
       01  report-line                 PIC X(132).
       77  feed-value                  PIC S9(9)V99 COMP.
       77  feed-count                  PIC 9(7) COMP.

      *  The movements are read twice: a check pass that only looks
      *  every record up on the mapping, then -- when nothing is
      *  missing -- the pass that writes the feed.
       77  feed-pass-switch            PIC X.
           88  mapping-check-pass          VALUE "C".
           88  feed-write-pass             VALUE "W".

       77  feed-company                PIC X(3).
       77  feed-company-name           PIC X(30).
       77  feed-area                   PIC X VALUE SPACE.
       77  feed-currency               PIC X(3) VALUE "USD".
       77  map-found                   PIC X.

       77  unmapped-count              PIC 9(4) COMP VALUE 0.
       77  unmapped-ind                PIC 9(4) COMP.
       77  unmapped-display            PIC ZZZ9.
       01  unmapped-table.
           03  unmapped-class          PIC X(2) OCCURS 50.
       01  unmapped-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  ul-class                PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ul-company              PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ul-currency             PIC X(3).

       01  totals-line.
           03  FILLER                  PIC X(22)
               VALUE "FEED RECORDS WRITTEN:".

           PERFORM Program-Initialize

           SET mapping-check-pass TO TRUE
           PERFORM Run-Movement-Pass
           IF  unmapped-count > 0
               PERFORM Report-Unmapped-Classes
           ELSE
               SET feed-write-pass TO TRUE
               PERFORM Run-Movement-Pass
               PERFORM Advance-Checkpoint
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.
           ACCEPT run-start-hhmmss FROM TIME
           MOVE 0 TO feed-count
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           CALL "custcomp" USING feed-company, feed-company-name
           END-CALL

           OPEN INPUT inventory-file
           OPEN I-O control-file
           OPEN OUTPUT gl-feed-file
           MOVE ctl-next-no TO last-run-yyyymmdd.
           EXIT.

      ****************************************************
      *                                                  *
      *  Run-Movement-Pass reads invmove.dat through     *
      *  once, for either the check or the write pass.   *
      *                                                  *
      ****************************************************

       Run-Movement-Pass SECTION.

           OPEN INPUT movement-file
           IF  move-file-not-found
      *  No movements yet -- an empty feed, not an error.
               SET move-file-eof TO TRUE
           END-IF

           PERFORM UNTIL move-file-eof
               READ movement-file
                   AT END
                       SET move-file-eof TO TRUE
                   NOT AT END
                       IF  feed-write-pass
                           ADD 1 TO run-reads-count
                       END-IF
                       IF  mv-date > last-run-yyyymmdd
                           PERFORM Feed-One-Movement
                       END-IF
               END-READ
           END-PERFORM

           IF  NOT move-file-not-found
               CLOSE movement-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Feed-One-Movement classes the movement and         *

       Feed-One-Movement SECTION.

      *  The movement carries the average cost it happened at;
      *  one written before averaging falls back to the master.
           MOVE 0 TO item-cost
           IF  mv-avg-cost NUMERIC AND mv-avg-cost > 0
               MOVE mv-avg-cost TO item-cost
           ELSE
               MOVE mv-item-code TO inv-code
               READ inventory-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE inv-avg-cost TO item-cost
               END-READ
           END-IF

           MOVE mv-item-code TO ig-item-code
           MOVE mv-date      TO ig-date
                   MOVE "CG" TO ig-class
               WHEN movement-in
                   MOVE "SI" TO ig-class
               WHEN movement-adjust AND mv-reason = "SCR"
                   MOVE "SC" TO ig-class
               WHEN movement-adjust AND mv-reason = "RTS"
                   MOVE "RS" TO ig-class
               WHEN movement-adjust AND mv-reason = "BLD"
                   MOVE "BL" TO ig-class
               WHEN movement-adjust AND mv-reason = "DIS"
                   MOVE "BL" TO ig-class
               WHEN OTHER
                   MOVE "SH" TO ig-class
           END-EVALUATE
      *  A costed receipt goes into stock at what it actually
      *  cost -- the figure the average was re-worked with.
           IF  movement-in AND mv-actual-cost NUMERIC
                   AND mv-actual-cost > 0
               MOVE mv-actual-cost TO item-cost
           END-IF
           MOVE mv-qty TO ig-qty
           COMPUTE feed-value = mv-qty * item-cost
           MOVE feed-value TO ig-value

           PERFORM Emit-Feed-Record

           IF  movement-in AND mv-ppv-amount NUMERIC
                   AND mv-ppv-amount NOT = 0
               MOVE "PV" TO ig-class
               MOVE mv-ppv-amount TO ig-value
               PERFORM Emit-Feed-Record
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Emit-Feed-Record maps ig-class to its ledger    *
      *  accounts.  The check pass only notes a class    *
      *  the mapping cannot place; the write pass        *
      *  writes the record.                              *
      *                                                  *
      ****************************************************

       Emit-Feed-Record SECTION.

           CALL "custglmp" USING ig-class, feed-company, feed-area,
                                  feed-currency, ig-debit-acct,
                                  ig-credit-acct, map-found
           END-CALL

           IF  mapping-check-pass
               IF  map-found = "N"
                   PERFORM Note-Unmapped-Class
               END-IF
               EXIT SECTION
           END-IF

           WRITE gl-feed-record
           ADD 1 TO feed-count
           ADD 1 TO run-writes-count.
      *                                                  *
      ****************************************************

       Note-Unmapped-Class SECTION.

           PERFORM VARYING unmapped-ind FROM 1 BY 1
                           UNTIL unmapped-ind > unmapped-count
                              OR unmapped-ind > 50
               IF  unmapped-class (unmapped-ind) = ig-class
                   EXIT SECTION
               END-IF
           END-PERFORM

           ADD 1 TO unmapped-count
           IF  unmapped-count NOT > 50
               MOVE ig-class TO unmapped-class (unmapped-count)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Report-Unmapped-Classes refuses the feed: the   *
      *  missing classes go on the report, the run ends  *
      *  with a non-zero return code, and the checkpoint *
      *  stays put until the mapping has been completed  *
      *  through CUSTGLMM.                               *
      *                                                  *
      ****************************************************

       Report-Unmapped-Classes SECTION.

           MOVE 8 TO run-rc-code
           MOVE 8 TO RETURN-CODE
           MOVE unmapped-count TO unmapped-display
           DISPLAY "INVGLEX: " unmapped-display
               " UNMAPPED GL COMBINATIONS -- FEED NOT SENT"
           MOVE SPACES TO report-line
           STRING "GL FEED REFUSED -- NO ACCOUNT MAPPING FOR "
                  unmapped-display " COMBINATIONS:"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "    CL  CMP  CUR" TO report-line
           WRITE report-line
           PERFORM VARYING unmapped-ind FROM 1 BY 1
                           UNTIL unmapped-ind > unmapped-count
                              OR unmapped-ind > 50
               MOVE unmapped-class (unmapped-ind) TO ul-class
               MOVE feed-company                  TO ul-company
               MOVE feed-currency                 TO ul-currency
               MOVE unmapped-line TO report-line
               WRITE report-line
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Advance-Checkpoint SECTION.

      *  Move the checkpoint forward -- tonight's movements are
      *  presented; INVGLAK winds this back if the ledger rejects
                   MOVE today-yyyymmdd    TO ctl-next-no
                   WRITE control-record
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE feed-count TO tl-count
           MOVE totals-line TO report-line
                                  run-rc-code
           END-CALL

           CLOSE inventory-file
           CLOSE control-file
           CLOSE gl-feed-file
