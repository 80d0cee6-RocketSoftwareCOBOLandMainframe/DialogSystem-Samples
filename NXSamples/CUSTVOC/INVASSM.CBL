      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Kit assembly work orders.  Reads asmord.dat, one record per  *
      * action against workord.ism (see wordrec.cpy): action "N"     *
      * raises a new order -- type "B" to build the given quantity   *
      * of a kit, type "D" to break surplus built kits back into     *
      * their components -- and "C" completes or "X" cancels the     *
      * open order named.  A build reserves the components through   *
      * the shared invalloc keeper, which explodes the kit exactly   *
      * as it does for an order line, and prints the build sheet to  *
      * invasmb.prt; completing it draws the components down and     *
      * receives the finished kits onto the kit's own invmast record *
      * as "BLD" movements on the invmove.dat ledger, the kit's cost *
      * rolled up from its components' average costs.  A             *
      * disassembly reserves built kits instead and, on completion,  *
      * moves them back into components as "DIS" movements.  Both    *
      * post as "ADJ" movements, so the demand and purchase-receipt  *
      * readers of the ledger pass them over, and all assembly       *
      * stock is taken from and put back into the main warehouse.    *
      * Cancelling hands the reservation back.  Every action is      *
      * written to the audit trail and listed on invassm.prt.  The   *
      * same "E" edit pass CUSTCOLM offers validates the deck and    *
      * reports what would be done without committing anything.      *
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
       PROGRAM-ID. invassm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT order-deck ASSIGN "asmord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT workord-file ASSIGN "workord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS wo-no
           ACCESS IS DYNAMIC
           FILE STATUS IS wo-status-code.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT bom-file ASSIGN "bom.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bom-key
           ACCESS IS DYNAMIC
           FILE STATUS IS bom-status.

      *  control-file numbers the work orders under "WONO    ".
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT sheet-file ASSIGN "invasmb.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT report-file ASSIGN "invassm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  ad-type and ad-kit-code and ad-qty are keyed for a new
      *  order; ad-wo-no names the order to complete or cancel.
       FD  order-deck.
       01  order-deck-record.
           03  ad-action               PIC X.
           03  ad-type                 PIC X.
           03  ad-kit-code             PIC X(4).
           03  ad-qty-x                PIC X(5).
           03  ad-qty REDEFINES ad-qty-x
                                       PIC 9(5).
           03  ad-wo-no-x              PIC X(6).
           03  ad-wo-no REDEFINES ad-wo-no-x
                                       PIC 9(6).

       FD  workord-file.
           COPY "wordrec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  bom-file.
           COPY "bomrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  sheet-file.
       01  sheet-line                  PIC X(100).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  wo-status-code              PIC XX.
           88  wo-file-ok              VALUE "00".
           88  wo-file-not-found       VALUE "35".
       77  no-wo-file-switch           PIC X VALUE "N".
           88  no-wo-file               VALUE "Y".
       77  wo-found-switch             PIC X VALUE "N".
           88  wo-found                 VALUE "Y".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  bom-status                  PIC XX.
           88  bom-file-ok             VALUE "00".
           88  bom-file-not-found      VALUE "35".
       77  bom-eof-switch              PIC X VALUE "N".
           88  bom-eof                 VALUE "Y".

       01  ctl-status                  PIC XX.
       78  control-id-wono                 VALUE "WONO    ".

      *  The kit's components, as the shared invalloc keeper
      *  explodes it, with the description and average cost each
      *  one is drawn at for the work sheet.
       78  max-components                  VALUE 20.
       77  component-count             PIC 9(2) COMP.
       77  comp-ind                    PIC 9(4) COMP.
       01  component-table.
           03  component-entry OCCURS max-components.
               05  comp-item-code      PIC X(4).
               05  comp-per-kit        PIC 9(3) COMP.
               05  comp-item-desc      PIC X(30).
               05  comp-unit-cost      PIC 9(5)V99 COMP.

       77  kit-code                    PIC X(4).
       77  kit-desc                    PIC X(30).
       77  held-alloc-qty              PIC 9(5) COMP.
       77  free-stock                  PIC S9(6) COMP.
       77  comp-need                   PIC 9(7) COMP.
       77  short-comp-code             PIC X(4).
       77  item-unit-cost              PIC 9(5)V99 COMP.
       77  rolled-cost                 PIC 9(7)V99 COMP.

      *  Hand-off to the shared invalloc keeper -- "A"/"R" reserve
      *  and release a build's exploded components, "B"/"U" a
      *  disassembly's built kits.
       77  alloc-call-mode             PIC X.
       77  alloc-call-qty              PIC 9(5) COMP.
       77  no-lot-no                   PIC X(6) VALUE SPACES.

      *  Assembly is done in the main warehouse.
       77  main-location               PIC X(3) VALUE "WH1".
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
       77  movement-qty                PIC S9(5) COMP.

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  qty-edit                    PIC ZZZZ9.
       77  cost-edit                   PIC ZZ,ZZ9.99.

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  today-date-yyyymmdd         PIC 9(8).

       77  orders-raised               PIC 9(5) COMP VALUE 0.
       77  orders-completed            PIC 9(5) COMP VALUE 0.
       77  orders-cancelled            PIC 9(5) COMP VALUE 0.
       77  actions-refused             PIC 9(5) COMP VALUE 0.

      *  Run with "E" on the command line the utility is an edit
      *  pass: every deck record is validated and the report shows
      *  exactly what would be done, but nothing is committed.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       01  page-title                  PIC X(50) VALUE
               "KIT ASSEMBLY WORK ORDERS".

       01  table-heading.
           03  FILLER                  PIC X(4)  VALUE "ACT".
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(13) VALUE "TYPE".
           03  FILLER                  PIC X(6)  VALUE "KIT".
           03  FILLER                  PIC X(7)  VALUE "   QTY".
           03  FILLER                  PIC X(11) VALUE "  KIT COST".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE "RESULT".

       01  result-line.
           03  rl-action               PIC X.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  rl-wo-no                PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-type                 PIC X(11).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-kit-code             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-qty                  PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-unit-cost            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  rl-result               PIC X(50).

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-count                PIC ZZZ,ZZ9.

       01  sheet-title-line.
           03  stl-title               PIC X(18).
           03  FILLER                  PIC X(11) VALUE "WORK ORDER ".
           03  stl-wo-no               PIC 9(6).
           03  FILLER                  PIC X(9)  VALUE "  RAISED ".
           03  stl-raise-date          PIC 9(8).

       01  sheet-kit-line.
           03  FILLER                  PIC X(4)  VALUE "KIT ".
           03  skl-kit-code            PIC X(4).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  skl-kit-desc            PIC X(30).
           03  FILLER                  PIC X(10) VALUE "QUANTITY ".
           03  skl-qty                 PIC ZZZZ9.

       01  sheet-heading.
           03  FILLER                  PIC X(6)  VALUE "COMP".
           03  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(9)  VALUE "  PER KIT".
           03  FILLER                  PIC X(9)  VALUE "    TOTAL".
           03  FILLER                  PIC X(11) VALUE "  AVG COST".
           03  FILLER                  PIC X(13) VALUE "     EXTENDED".
           03  FILLER                  PIC X(8)  VALUE "  PICKED".

       01  sheet-comp-line.
           03  scl-comp-code           PIC X(4).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  scl-comp-desc           PIC X(30).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  scl-per-kit             PIC ZZZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  scl-total               PIC ZZZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  scl-unit-cost           PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  scl-extension           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  FILLER                  PIC X(5)  VALUE "_____".

       01  sheet-total-line.
           03  FILLER                  PIC X(26) VALUE
               "ROLLED-UP COST PER KIT".
           03  stt-unit-cost           PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(15) VALUE
               "ORDER TOTAL".
           03  stt-extension           PIC ZZZ,ZZZ,ZZ9.99.

       01  sheet-sign-line             PIC X(60) VALUE
               "ASSEMBLED BY ______________  CHECKED BY ______________".

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

           OPEN OUTPUT report-file
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           OPEN OUTPUT sheet-file

           IF  edit-pass
               OPEN INPUT workord-file
               IF  wo-file-not-found
                   SET no-wo-file TO TRUE
               END-IF
           ELSE
               OPEN I-O workord-file
               IF  wo-file-not-found
                   OPEN OUTPUT workord-file
                   CLOSE workord-file
                   OPEN I-O workord-file
               END-IF
               OPEN I-O control-file
           END-IF

           OPEN INPUT order-deck
           IF  NOT deck-file-ok
               DISPLAY "INVASSM: CANNOT OPEN asmord.dat STATUS "
                   deck-status
               MOVE "NO WORK ORDER DECK" TO report-line
               WRITE report-line
               PERFORM Close-Files
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               PERFORM Program-Terminate
               STOP RUN
           END-IF

           MOVE table-heading TO report-line
           WRITE report-line

           PERFORM UNTIL deck-file-eof
               READ order-deck
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Apply-Deck-Record
               END-READ
           END-PERFORM

           CLOSE order-deck
           PERFORM Print-Totals
           PERFORM Close-Files

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Files SECTION.

           IF  NOT no-wo-file
               CLOSE workord-file
           END-IF
           IF  NOT edit-pass
               CLOSE control-file
           END-IF
           CLOSE sheet-file
           CLOSE report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Apply-Deck-Record SECTION.

           MOVE SPACES    TO result-line
           MOVE ad-action TO rl-action
           MOVE 0         TO rl-qty rl-unit-cost

           EVALUATE ad-action
               WHEN "N"
                   PERFORM Raise-Work-Order
               WHEN "C"
                   PERFORM Complete-Work-Order
               WHEN "X"
                   PERFORM Cancel-Work-Order
               WHEN OTHER
                   MOVE "ACTION MUST BE N, C OR X" TO rl-result
                   PERFORM Refuse-Action
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Raise-Work-Order validates a new order -- the     *
      *  kit must be on bom.ism and invmast.ism, a build     *
      *  needs the free stock of every component and a        *
      *  disassembly the free built kits -- then numbers       *
      *  it, reserves the stock through invalloc and prints     *
      *  the work sheet.                                        *
      *                                                  *
      ****************************************************

       Raise-Work-Order SECTION.

           MOVE ad-kit-code TO rl-kit-code
           EVALUATE ad-type
               WHEN "B"
                   MOVE "BUILD" TO rl-type
               WHEN "D"
                   MOVE "DISASSEMBLE" TO rl-type
               WHEN OTHER
                   MOVE "TYPE MUST BE B (BUILD) OR D (DISASSEMBLE)"
                       TO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
           END-EVALUATE
           IF  ad-qty-x NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF
           IF  ad-qty = 0
               MOVE "QUANTITY MUST BE ABOVE ZERO" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF
           MOVE ad-qty TO rl-qty

           MOVE ad-kit-code TO kit-code
           PERFORM Load-Kit-Components
           IF  component-count = 0
               MOVE "NOT A KIT ON bom.ism" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF

           OPEN INPUT inventory-file
           MOVE kit-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CLOSE inventory-file
                   MOVE "KIT NOT ON invmast.ism" TO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
           END-READ
           MOVE inv-desc TO kit-desc
           PERFORM Compute-Free-Stock

           IF  ad-type = "D"
               PERFORM Get-Item-Unit-Cost
               MOVE item-unit-cost TO rolled-cost
               IF  free-stock < ad-qty
                   CLOSE inventory-file
                   MOVE "NOT ENOUGH BUILT KITS FREE TO BREAK DOWN"
                       TO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
               END-IF
               MOVE ad-qty TO wo-qty
               PERFORM Read-Component-Costs
           ELSE
               MOVE ad-qty TO wo-qty
               PERFORM Read-Component-Costs
               IF  short-comp-code NOT = SPACES
                   CLOSE inventory-file
                   MOVE SPACES TO rl-result
                   STRING "SHORT OF COMPONENT " short-comp-code
                       DELIMITED BY SIZE INTO rl-result
                   PERFORM Refuse-Action
                   EXIT SECTION
               END-IF
           END-IF
           CLOSE inventory-file
           MOVE rolled-cost TO rl-unit-cost

           IF  edit-pass
               MOVE "WOULD RAISE" TO rl-result
               ADD 1 TO orders-raised
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE control-id-wono TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO workord-record
           MOVE ctl-next-no TO wo-no
           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ad-type             TO wo-type
           MOVE kit-code            TO wo-kit-code
           MOVE ad-qty              TO wo-qty
           MOVE "O"                 TO wo-status
           MOVE today-date-yyyymmdd TO wo-raise-date
           MOVE 0                   TO wo-complete-date
           MOVE rolled-cost         TO wo-unit-cost
           MOVE wo-no               TO rl-wo-no
           WRITE workord-record
               INVALID KEY
                   MOVE "WORK ORDER WRITE FAILED" TO rl-result
                   PERFORM Refuse-Action
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-WRITE
           ADD 1 TO run-writes-count

           IF  wo-build
               MOVE "A" TO alloc-call-mode
           ELSE
               MOVE "B" TO alloc-call-mode
           END-IF
           PERFORM Call-Stock-Keeper

           PERFORM Print-Work-Sheet

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE wo-qty TO qty-edit
           STRING "WORK ORDER " wo-no " NEW"
               DELIMITED BY SIZE INTO aud-before-image
           STRING "WORK ORDER " wo-no " " rl-type " KIT " wo-kit-code
                  " QTY " qty-edit " STATUS " wo-status
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "WORK-ORDER", "     ",
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE "RAISED -- STOCK RESERVED" TO rl-result
           ADD 1 TO orders-raised
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Complete-Work-Order posts an open order.  The     *
      *  reservation it raised is handed back and the real    *
      *  movements take its place: a build draws the           *
      *  components down and receives the kits, a              *
      *  disassembly the other way about.                       *
      *                                                  *
      ****************************************************

       Complete-Work-Order SECTION.

           PERFORM Find-Work-Order
           IF  NOT wo-found
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF

           MOVE wo-kit-code TO kit-code
           PERFORM Load-Kit-Components
           IF  component-count = 0
               MOVE "KIT NO LONGER ON bom.ism" TO rl-result
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF

           IF  edit-pass
               MOVE "WOULD COMPLETE" TO rl-result
               ADD 1 TO orders-completed
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  wo-build
               MOVE "R" TO alloc-call-mode
           ELSE
               MOVE "U" TO alloc-call-mode
           END-IF
           PERFORM Call-Stock-Keeper

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "WORK ORDER " wo-no " STATUS " wo-status
               DELIMITED BY SIZE INTO aud-before-image

           OPEN I-O inventory-file
           IF  wo-build
               PERFORM Post-Build
           ELSE
               PERFORM Post-Disassembly
           END-IF
           CLOSE inventory-file

           MOVE "C" TO wo-status
           MOVE today-date-yyyymmdd TO wo-complete-date
           PERFORM Rewrite-Work-Order
           MOVE wo-unit-cost TO rl-unit-cost

           MOVE wo-unit-cost TO cost-edit
           STRING "WORK ORDER " wo-no " STATUS " wo-status
                  " KIT COST " cost-edit
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "WORK-ORDER", "     ",
                                 aud-before-image, aud-after-image
           END-CALL

           IF  wo-build
               MOVE "COMPLETED -- KITS RECEIVED INTO STOCK"
                   TO rl-result
           ELSE
               MOVE "COMPLETED -- COMPONENTS RETURNED TO STOCK"
                   TO rl-result
           END-IF
           ADD 1 TO orders-completed
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Cancel-Work-Order closes an open order without     *
      *  posting it and hands its reservation back.          *
      *                                                  *
      ****************************************************

       Cancel-Work-Order SECTION.

           PERFORM Find-Work-Order
           IF  NOT wo-found
               PERFORM Refuse-Action
               EXIT SECTION
           END-IF

           IF  edit-pass
               MOVE "WOULD CANCEL" TO rl-result
               ADD 1 TO orders-cancelled
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  wo-build
               MOVE "R" TO alloc-call-mode
           ELSE
               MOVE "U" TO alloc-call-mode
           END-IF
           PERFORM Call-Stock-Keeper

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "WORK ORDER " wo-no " STATUS " wo-status
               DELIMITED BY SIZE INTO aud-before-image

           MOVE "X" TO wo-status
           MOVE today-date-yyyymmdd TO wo-complete-date
           PERFORM Rewrite-Work-Order

           STRING "WORK ORDER " wo-no " STATUS " wo-status
                  " RESERVATION RELEASED"
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "WORK-ORDER", "     ",
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE "CANCELLED -- RESERVATION RELEASED" TO rl-result
           ADD 1 TO orders-cancelled
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Work-Order reads the order a "C" or "X"      *
      *  record names and checks it is still open.          *
      *                                                  *
      ****************************************************

       Find-Work-Order SECTION.

           MOVE "N" TO wo-found-switch
           MOVE ad-wo-no-x TO rl-wo-no
           IF  ad-wo-no-x NOT NUMERIC
               MOVE "WORK ORDER NUMBER NOT NUMERIC" TO rl-result
               EXIT SECTION
           END-IF
           IF  no-wo-file
               MOVE "NO SUCH WORK ORDER" TO rl-result
               EXIT SECTION
           END-IF

           MOVE ad-wo-no TO wo-no
           READ workord-file
               INVALID KEY
                   MOVE "NO SUCH WORK ORDER" TO rl-result
                   EXIT SECTION
           END-READ

           MOVE wo-kit-code TO rl-kit-code
           MOVE wo-qty      TO rl-qty
           MOVE wo-unit-cost TO rl-unit-cost
           IF  wo-build
               MOVE "BUILD" TO rl-type
           ELSE
               MOVE "DISASSEMBLE" TO rl-type
           END-IF
           IF  NOT wo-open
               MOVE "WORK ORDER NOT OPEN" TO rl-result
               EXIT SECTION
           END-IF
           SET wo-found TO TRUE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Post-Build draws each component down by its        *
      *  per-kit count times the order quantity, rolls the   *
      *  kit's cost up from the components' average costs,    *
      *  re-averages the kit's own cost the way a goods        *
      *  receipt does in CUSTRCPT and receives the finished     *
      *  kits.                                                  *
      *                                                  *
      ****************************************************

       Post-Build SECTION.

           MOVE 0 TO rolled-cost
           PERFORM VARYING comp-ind FROM 1 BY 1
                           UNTIL comp-ind > component-count
               COMPUTE comp-need = comp-per-kit(comp-ind) * wo-qty
               MOVE comp-item-code(comp-ind) TO inv-code
               READ inventory-file
                   INVALID KEY
                       MOVE 0 TO item-unit-cost
                   NOT INVALID KEY
                       PERFORM Get-Item-Unit-Cost
                       IF  inv-quantity > comp-need
                           SUBTRACT comp-need FROM inv-quantity
                       ELSE
                           MOVE 0 TO inv-quantity
                       END-IF
                       REWRITE invmast-record
               END-READ
               COMPUTE rolled-cost = rolled-cost
                   + (item-unit-cost * comp-per-kit(comp-ind))

               COMPUTE movement-qty = 0 - comp-need
               CALL "invmove" USING comp-item-code(comp-ind), "ADJ",
                                     movement-qty, wo-no, "BLD",
                                     main-location, no-lot-no,
                                     no-movement-costs
               END-CALL
               CALL "invlocup" USING comp-item-code(comp-ind),
                                      main-location, movement-qty
               END-CALL
           END-PERFORM
           MOVE rolled-cost TO wo-unit-cost

           MOVE wo-kit-code TO inv-code
           READ inventory-file
               INVALID KEY
                   DISPLAY "INVASSM: KIT " wo-kit-code
                       " NOT ON invmast.ism -- NOT RECEIVED"
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-READ
           IF  wo-unit-cost > 0
               IF  inv-quantity = 0 OR inv-avg-cost = 0
                   MOVE wo-unit-cost TO inv-avg-cost
               ELSE
                   COMPUTE inv-avg-cost ROUNDED =
                       ((inv-quantity * inv-avg-cost)
                         + (wo-qty * wo-unit-cost))
                       / (inv-quantity + wo-qty)
               END-IF
           END-IF
           ADD wo-qty TO inv-quantity
           REWRITE invmast-record

           MOVE wo-qty TO movement-qty
           CALL "invmove" USING wo-kit-code, "ADJ", movement-qty,
                                 wo-no, "BLD", main-location,
                                 no-lot-no, no-movement-costs
           END-CALL
           CALL "invlocup" USING wo-kit-code, main-location,
                                  movement-qty
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Post-Disassembly takes the built kits out of      *
      *  stock and puts each component back by its per-kit   *
      *  count times the order quantity.  The components      *
      *  come back at their own average cost.                  *
      *                                                  *
      ****************************************************

       Post-Disassembly SECTION.

           MOVE wo-kit-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Get-Item-Unit-Cost
                   MOVE item-unit-cost TO wo-unit-cost
                   IF  inv-quantity > wo-qty
                       SUBTRACT wo-qty FROM inv-quantity
                   ELSE
                       MOVE 0 TO inv-quantity
                   END-IF
                   REWRITE invmast-record
           END-READ

           COMPUTE movement-qty = 0 - wo-qty
           CALL "invmove" USING wo-kit-code, "ADJ", movement-qty,
                                 wo-no, "DIS", main-location,
                                 no-lot-no, no-movement-costs
           END-CALL
           CALL "invlocup" USING wo-kit-code, main-location,
                                  movement-qty
           END-CALL

           PERFORM VARYING comp-ind FROM 1 BY 1
                           UNTIL comp-ind > component-count
               COMPUTE comp-need = comp-per-kit(comp-ind) * wo-qty
               MOVE comp-item-code(comp-ind) TO inv-code
               READ inventory-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD comp-need TO inv-quantity
                       REWRITE invmast-record
               END-READ

               MOVE comp-need TO movement-qty
               CALL "invmove" USING comp-item-code(comp-ind), "ADJ",
                                     movement-qty, wo-no, "DIS",
                                     main-location, no-lot-no,
                                     no-movement-costs
               END-CALL
               CALL "invlocup" USING comp-item-code(comp-ind),
                                      main-location, movement-qty
               END-CALL
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Read-Component-Costs picks up each component's     *
      *  description and average cost for the work sheet,    *
      *  rolls the kit's cost up from them and, for a         *
      *  build, notes the first component whose free stock     *
      *  cannot cover the order.                               *
      *                                                  *
      ****************************************************

       Read-Component-Costs SECTION.

           MOVE SPACES TO short-comp-code
           IF  ad-type NOT = "D"
               MOVE 0 TO rolled-cost
           END-IF
           PERFORM VARYING comp-ind FROM 1 BY 1
                           UNTIL comp-ind > component-count
               COMPUTE comp-need = comp-per-kit(comp-ind) * wo-qty
               MOVE comp-item-code(comp-ind) TO inv-code
               READ inventory-file
                   INVALID KEY
                       MOVE "*** NOT ON INVENTORY MASTER ***"
                           TO comp-item-desc(comp-ind)
                       MOVE 0 TO comp-unit-cost(comp-ind)
                       IF  short-comp-code = SPACES
                           MOVE comp-item-code(comp-ind)
                               TO short-comp-code
                       END-IF
                   NOT INVALID KEY
                       MOVE inv-desc TO comp-item-desc(comp-ind)
                       PERFORM Get-Item-Unit-Cost
                       MOVE item-unit-cost TO comp-unit-cost(comp-ind)
                       PERFORM Compute-Free-Stock
                       IF  free-stock < comp-need
                               AND short-comp-code = SPACES
                           MOVE comp-item-code(comp-ind)
                               TO short-comp-code
                       END-IF
               END-READ
               IF  ad-type NOT = "D"
                   COMPUTE rolled-cost = rolled-cost
                       + (comp-unit-cost(comp-ind)
                           * comp-per-kit(comp-ind))
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Compute-Free-Stock is the loaded record's on-hand  *
      *  less what is already reserved, as VOCORD works it   *
      *  out at order time.                                   *
      *                                                  *
      ****************************************************

       Compute-Free-Stock SECTION.

           IF  inv-alloc-qty NUMERIC
               MOVE inv-alloc-qty TO held-alloc-qty
           ELSE
               MOVE 0 TO held-alloc-qty
           END-IF
           COMPUTE free-stock = inv-quantity - held-alloc-qty.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Item-Unit-Cost is the loaded record's moving   *
      *  average cost, or its standard cost where the item   *
      *  has not been averaged yet -- the fallback INVGLEX    *
      *  values stock at.                                     *
      *                                                  *
      ****************************************************

       Get-Item-Unit-Cost SECTION.

           IF  inv-avg-cost > 0
               MOVE inv-avg-cost TO item-unit-cost
           ELSE
               MOVE inv-order-price TO item-unit-cost
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Load-Kit-Components fills component-table from     *
      *  bom.ism for kit-code -- empty when the item is not   *
      *  a kit or there is no bom.ism at all.                 *
      *                                                  *
      ****************************************************

       Load-Kit-Components SECTION.

           MOVE 0   TO component-count
           MOVE "N" TO bom-eof-switch

           OPEN INPUT bom-file
           IF  bom-file-not-found
               EXIT SECTION
           END-IF

           MOVE kit-code TO bom-kit-code
           MOVE 0        TO bom-seq
           START bom-file KEY IS NOT LESS THAN bom-key
               INVALID KEY
                   SET bom-eof TO TRUE
           END-START
           PERFORM UNTIL bom-eof
                           OR component-count >= max-components
               READ bom-file NEXT RECORD
                   AT END
                       SET bom-eof TO TRUE
               END-READ
               IF  NOT bom-eof
                   IF  bom-kit-code NOT = kit-code
                       SET bom-eof TO TRUE
                   ELSE
                       ADD 1 TO component-count
                       MOVE bom-comp-code
                           TO comp-item-code(component-count)
                       MOVE bom-comp-qty
                           TO comp-per-kit(component-count)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE bom-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Call-Stock-Keeper hands the order's reservation   *
      *  to (or back from) the shared invalloc keeper in     *
      *  the mode already set.                                *
      *                                                  *
      ****************************************************

       Call-Stock-Keeper SECTION.

           MOVE wo-qty TO alloc-call-qty
           CALL "invalloc" USING wo-kit-code, alloc-call-mode,
                                  alloc-call-qty, wo-no,
                                  main-location, no-lot-no
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Rewrite-Work-Order SECTION.

           REWRITE workord-record
               INVALID KEY
                   DISPLAY "INVASSM: COULD NOT UPDATE WORK ORDER "
                       wo-no
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-REWRITE
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Work-Sheet prints the build (or strip-down)  *
      *  sheet for a newly raised order: one line per        *
      *  component with the quantity to pick or put back,     *
      *  its average cost and extension, and the rolled-up     *
      *  cost per kit.                                         *
      *                                                  *
      ****************************************************

       Print-Work-Sheet SECTION.

           IF  wo-build
               MOVE "BUILD SHEET" TO stl-title
           ELSE
               MOVE "DISASSEMBLY SHEET" TO stl-title
           END-IF
           MOVE wo-no         TO stl-wo-no
           MOVE wo-raise-date TO stl-raise-date
           MOVE sheet-title-line TO sheet-line
           WRITE sheet-line

           MOVE wo-kit-code TO skl-kit-code
           MOVE kit-desc    TO skl-kit-desc
           MOVE wo-qty      TO skl-qty
           MOVE sheet-kit-line TO sheet-line
           WRITE sheet-line
           MOVE SPACES TO sheet-line
           WRITE sheet-line
           MOVE sheet-heading TO sheet-line
           WRITE sheet-line

           PERFORM VARYING comp-ind FROM 1 BY 1
                           UNTIL comp-ind > component-count
               MOVE comp-item-code(comp-ind) TO scl-comp-code
               MOVE comp-item-desc(comp-ind) TO scl-comp-desc
               MOVE comp-per-kit(comp-ind)   TO scl-per-kit
               COMPUTE scl-total = comp-per-kit(comp-ind) * wo-qty
               MOVE comp-unit-cost(comp-ind) TO scl-unit-cost
               COMPUTE scl-extension = comp-unit-cost(comp-ind)
                   * comp-per-kit(comp-ind) * wo-qty
               MOVE sheet-comp-line TO sheet-line
               WRITE sheet-line
           END-PERFORM

           MOVE SPACES TO sheet-line
           WRITE sheet-line
           MOVE wo-unit-cost TO stt-unit-cost
           COMPUTE stt-extension = wo-unit-cost * wo-qty
           MOVE sheet-total-line TO sheet-line
           WRITE sheet-line
           MOVE SPACES TO sheet-line
           WRITE sheet-line
           MOVE sheet-sign-line TO sheet-line
           WRITE sheet-line
           MOVE SPACES TO sheet-line
           WRITE sheet-line
           WRITE sheet-line.
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

           MOVE SPACES TO totals-line
           IF  edit-pass
               MOVE "ORDERS THAT WOULD BE RAISED:" TO tl-label
           ELSE
               MOVE "ORDERS RAISED:" TO tl-label
           END-IF
           MOVE orders-raised TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line

           MOVE SPACES TO totals-line
           IF  edit-pass
               MOVE "ORDERS THAT WOULD COMPLETE:" TO tl-label
           ELSE
               MOVE "ORDERS COMPLETED:" TO tl-label
           END-IF
           MOVE orders-completed TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line

           MOVE SPACES TO totals-line
           IF  edit-pass
               MOVE "ORDERS THAT WOULD CANCEL:" TO tl-label
           ELSE
               MOVE "ORDERS CANCELLED:" TO tl-label
           END-IF
           MOVE orders-cancelled TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line

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

       Program-Terminate SECTION.

           CALL "custrunc" USING "INVASSM", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL.
           EXIT.
