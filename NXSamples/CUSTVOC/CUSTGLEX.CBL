      * last export's checkpoint date" -- the same date control-file *
      * already keeps for other running counters (see custctl.cpy)   *
      * holds this checkpoint under ctl-id "GLCKPT  ".                *
      * Every record carries the ledger's own debit and credit       *
      * account for its class, company, sales area and currency      *
      * from the glmap.ism mapping (custglmp).  The whole run is     *
      * checked against the mapping before anything is written: a    *
      * class with no mapping refuses the feed outright, lists the   *
      * missing combinations on the report and leaves the            *
      * checkpoint where it was, so nothing reaches the ledger       *
      * without somewhere to post it.                                *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS SEQUENTIAL
           FILE STATUS IS rcv-status.

      *  gltax-file keeps the running total of "TX" tax sent to the
      *  ledger per order month, for the CUSTTXRT tax return to tie
      *  to -- see gltaxrc.cpy and Log-Tax-Sent below.
      *  fxreal-file carries the realized exchange gain or loss the
      *  custfxrk keeper recorded on each foreign-currency payment
      *  -- each one posted after the last run feeds the ledger
      *  under "FX", with the unrealized movement it replaces
      *  reversed under CUSTRVAL's "RV".  See fxreal.cpy.
           SELECT fxreal-file ASSIGN "fxreal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fxr-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS fxr-status.

      *  customer-file supplies the sales area each feed record is
      *  mapped under -- see Emit-Feed-Record.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT gltax-file ASSIGN "gltax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS gtx-yyyymm
           ACCESS IS DYNAMIC
           FILE STATUS IS gtx-status.

           SELECT gl-feed-file ASSIGN "glfeed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS feed-status.
       FD  recovery-file.
           COPY "recovrec.cpy".

       FD  fxreal-file.
           COPY "fxreal.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  gltax-file.
           COPY "gltaxrc.cpy".

       FD  gl-feed-file.
       01  gl-feed-record.
           03  gl-c-code               PIC X(5).
           03  gl-class                PIC X(2).
           03  FILLER                  PIC X   VALUE SPACE.
           03  gl-balance              PIC S9(9)V99.
      *  The ledger accounts the posting goes to, from glmap.ism --
      *  CUSTRVAL's copy of this layout carries them too.
           03  FILLER                  PIC X   VALUE SPACE.
           03  gl-debit-acct           PIC X(12).
           03  FILLER                  PIC X   VALUE SPACE.
           03  gl-credit-acct          PIC X(12).

       FD  report-file.
       01  report-line                 PIC X(132).
       01  feed-status                 PIC XX.
           88  feed-file-ok            VALUE "00".

       01  fxr-status                  PIC XX.
           88  fxr-file-ok             VALUE "00".
           88  fxr-file-eof            VALUE "10".
           88  fxr-file-not-found      VALUE "35".

       01  gtx-status                  PIC XX.
           88  gtx-file-ok             VALUE "00".
           88  gtx-file-not-found      VALUE "35".
       77  tax-month                   PIC 9(6).

       78  control-id-glckpt           VALUE "GLCKPT  ".

       01  today-yyyymmdd              PIC 9(8).
           88  rcv-file-eof            VALUE "10".
           88  rcv-file-not-found      VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

      *  The run goes through the source files twice: a check pass
      *  that only looks every record up on the mapping, then --
      *  when nothing is missing -- the pass that writes the feed,
      *  rewrites the order flags and logs the tax.
       77  feed-pass-switch            PIC X.
           88  mapping-check-pass          VALUE "C".
           88  feed-write-pass             VALUE "W".

       77  feed-company                PIC X(3).
       77  feed-company-name           PIC X(30).
       77  feed-area                   PIC X.
       77  feed-currency               PIC X(3).
       77  map-found                   PIC X.
       77  area-c-code                 PIC X(5) VALUE SPACES.

      *  Each class/company/area/currency combination the mapping
      *  cannot place is listed once; past the table's size the
      *  rest are only counted.
       77  unmapped-count              PIC 9(4) COMP VALUE 0.
       77  unmapped-ind                PIC 9(4) COMP.
       77  unmapped-display            PIC ZZZ9.
       01  unmapped-table.
           03  unmapped-entry          OCCURS 50.
               05  um-class            PIC X(2).
               05  um-company          PIC X(3).
               05  um-area             PIC X.
               05  um-currency         PIC X(3).
       01  unmapped-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  ul-class                PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ul-company              PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ul-area                 PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ul-currency             PIC X(3).


      ****************************************************
      *                                                  *
       Main-Process SECTION.

           PERFORM Program-Initialize
           SET mapping-check-pass TO TRUE
           PERFORM Run-Feed-Pass
           IF  unmapped-count > 0
               PERFORM Report-Unmapped-Classes
           ELSE
               SET feed-write-pass TO TRUE
               PERFORM Run-Feed-Pass
               PERFORM Advance-Checkpoint
           END-IF
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           OPEN INPUT customer-file
           OPEN I-O gltax-file
           IF  gtx-file-not-found
               OPEN OUTPUT gltax-file
               CLOSE gltax-file
               OPEN I-O gltax-file
           END-IF
           OPEN I-O control-file
           OPEN OUTPUT gl-feed-file
           OPEN OUTPUT report-file

           MOVE 0 TO feed-count
           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           CALL "custcomp" USING feed-company, feed-company-name
           END-CALL

           MOVE control-id-glckpt TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 0 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE ctl-next-no TO last-run-yyyymmdd.
           EXIT.

      ****************************************************
      *                                                  *
      *  Run-Feed-Pass reads every source file through   *
      *  once, for either the check or the write pass.   *
      *                                                  *
      ****************************************************

       Run-Feed-Pass SECTION.

           PERFORM Open-Feed-Sources
           PERFORM Process-Orders UNTIL ord-file-eof
           PERFORM Process-Adjustments
           PERFORM Process-Refunds
           PERFORM Process-Recoveries
           PERFORM Process-Realized-FX
           PERFORM Close-Feed-Sources.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      ****************************************************

       Open-Feed-Sources SECTION.

           OPEN I-O order-file
           OPEN INPUT adjust-file
           IF  rcv-file-not-found
               SET rcv-file-eof TO TRUE
           END-IF
           OPEN INPUT fxreal-file
           IF  fxr-file-not-found
               SET fxr-file-eof TO TRUE
           END-IF

           READ order-file NEXT RECORD
               AT END

       Process-Orders SECTION.

           IF  feed-write-pass
               ADD 1 TO run-reads-count
           END-IF

      *  ord-date is a full 8-digit century date now, so it compares
      *  against the checkpoint directly -- the old 2-digit year
                       ord-tax * cur-exchange-rate
                   MOVE "TX" TO gl-class-work
                   PERFORM Write-Feed-Record
                   IF  NOT order-gl-rejected AND feed-write-pass
                       PERFORM Log-Tax-Sent
                   END-IF
               END-IF
      *  Freight posts the same way, under its own class, so the
      *  ledger finally sees freight revenue separately instead of
               END-IF
      *  The record has been re-presented -- back to "nothing heard"
      *  until the next acknowledgment file arrives.
               IF  (order-gl-rejected OR order-gl-feed-due)
                                   AND feed-write-pass
                   MOVE SPACE TO ord-gl-flag
                   REWRITE order-record
                       INVALID KEY
           MOVE ord-no         TO gl-ord-no
           MOVE gl-class-work  TO gl-class
           MOVE order-balance  TO gl-balance
           MOVE ord-currency   TO feed-currency
           PERFORM Emit-Feed-Record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Emit-Feed-Record maps the record built in       *
      *  gl-feed-record (its class, the customer's area  *
      *  and feed-currency) to its ledger accounts.  The *
      *  check pass only notes a combination the mapping *
      *  cannot place; the write pass writes the record. *
      *                                                  *
      ****************************************************

       Emit-Feed-Record SECTION.

           IF  gl-c-code NOT = area-c-code
               MOVE gl-c-code TO area-c-code file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE SPACE TO file-c-area
               END-READ
               MOVE file-c-area TO feed-area
           END-IF

           CALL "custglmp" USING gl-class, feed-company, feed-area,
                                  feed-currency, gl-debit-acct,
                                  gl-credit-acct, map-found
           END-CALL

           IF  mapping-check-pass
               IF  map-found = "N"
                   PERFORM Note-Unmapped-Class
               END-IF
               EXIT SECTION
           END-IF

           WRITE gl-feed-record
           ADD 1 TO feed-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Note-Unmapped-Class SECTION.

           PERFORM VARYING unmapped-ind FROM 1 BY 1
                           UNTIL unmapped-ind > unmapped-count
                              OR unmapped-ind > 50
               IF  um-class (unmapped-ind)    = gl-class
               AND um-company (unmapped-ind)  = feed-company
               AND um-area (unmapped-ind)     = feed-area
               AND um-currency (unmapped-ind) = feed-currency
                   EXIT SECTION
               END-IF
           END-PERFORM

           ADD 1 TO unmapped-count
           IF  unmapped-count NOT > 50
               MOVE gl-class      TO um-class (unmapped-count)
               MOVE feed-company  TO um-company (unmapped-count)
               MOVE feed-area     TO um-area (unmapped-count)
               MOVE feed-currency TO um-currency (unmapped-count)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Log-Tax-Sent adds the tax just fed to the running   *
      *  total for the order's month on gltax.ism.             *
      *                                                  *
      ****************************************************

       Log-Tax-Sent SECTION.

           COMPUTE tax-month = ord-date / 100
           MOVE tax-month TO gtx-yyyymm
           READ gltax-file
               INVALID KEY
                   MOVE SPACES    TO gltax-record
                   MOVE tax-month TO gtx-yyyymm
                   MOVE 0         TO gtx-tax-sent
           END-READ
           ADD order-balance TO gtx-tax-sent
           MOVE today-yyyymmdd TO gtx-last-feed-date
           REWRITE gltax-record
               INVALID KEY
                   WRITE gltax-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Process-Adjustments walks custadj.ism and feeds   *
      *  A credit memo reduces the receivable; a finance charge
      *  (posted at customer level, in home currency) increases it
      *  and books to its own interest class; a write-off reduces
      *  the receivable but books as bad debt, not cash; an agency's
      *  commission reduces it too and books as collection cost.
           EVALUATE TRUE
               WHEN adj-finance-charge
                   COMPUTE order-balance =
                   COMPUTE order-balance =
                       0 - (adj-amount * cur-exchange-rate)
                   MOVE "BD" TO gl-class
               WHEN adj-collection-cost
                   COMPUTE order-balance =
                       0 - (adj-amount * cur-exchange-rate)
                   MOVE "CC" TO gl-class
               WHEN OTHER
                   COMPUTE order-balance =
                       0 - (adj-amount * cur-exchange-rate)
           MOVE adj-c-code TO gl-c-code
           MOVE adj-ord-no TO gl-ord-no
           MOVE order-balance TO gl-balance
           MOVE ord-currency  TO feed-currency
           PERFORM Emit-Feed-Record.
           EXIT.

      ****************************************************
           MOVE rfd-ord-no TO gl-ord-no
           MOVE "RF"       TO gl-class
           MOVE order-balance TO gl-balance
           MOVE ord-currency  TO feed-currency
           PERFORM Emit-Feed-Record.
           EXIT.

      ****************************************************
                       MOVE rcv-ord-no TO gl-ord-no
                       MOVE "BR"       TO gl-class
                       MOVE rcv-amount TO gl-balance
                       MOVE "USD"      TO feed-currency
                       PERFORM Emit-Feed-Record
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Process-Realized-FX walks fxreal.ism and feeds  *
      *  every realized exchange gain or loss posted     *
      *  after the last run under its own class ("FX"),  *
      *  already in home currency, and reverses the      *
      *  unrealized movement CUSTRVAL booked on the same *
      *  slice of the balance under "RV".                *
      *                                                  *
      ****************************************************

       Process-Realized-FX SECTION.

           PERFORM UNTIL fxr-file-eof
               READ fxreal-file NEXT RECORD
                   AT END
                       SET fxr-file-eof TO TRUE
               END-READ
               IF  NOT fxr-file-eof
                   IF  fxr-post-date > last-run-yyyymmdd
                       MOVE fxr-c-code TO gl-c-code
                       MOVE fxr-ord-no TO gl-ord-no
                       MOVE fxr-currency TO feed-currency
                       IF  fxr-realized NOT = 0
                           MOVE "FX"         TO gl-class
                           MOVE fxr-realized TO gl-balance
                           PERFORM Emit-Feed-Record
                       END-IF
                       IF  fxr-unreal-reversed NOT = 0
                           MOVE "RV" TO gl-class
                           COMPUTE gl-balance =
                               0 - fxr-unreal-reversed
                           PERFORM Emit-Feed-Record
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Feed-Sources SECTION.

           CLOSE order-file
           IF  NOT adj-file-not-found
               CLOSE adjust-file
           END-IF
           IF  NOT rfd-file-not-found
               CLOSE refund-file
           END-IF
           IF  NOT rcv-file-not-found
               CLOSE recovery-file
           END-IF
           IF  NOT fxr-file-not-found
               CLOSE fxreal-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Report-Unmapped-Classes refuses the feed: the   *
      *  missing combinations go on the report, the run  *
      *  ends with a non-zero return code for the        *
      *  morning report, and the checkpoint stays put so *
      *  the same records are picked up once the mapping *
      *  has been completed through CUSTGLMM.            *
      *                                                  *
      ****************************************************

       Report-Unmapped-Classes SECTION.

           MOVE 8 TO run-rc-code
           MOVE 8 TO RETURN-CODE
           MOVE unmapped-count TO unmapped-display
           DISPLAY "CUSTGLEX: " unmapped-display
               " UNMAPPED GL COMBINATIONS -- FEED NOT SENT"
           MOVE SPACES TO report-line
           STRING "GL FEED REFUSED -- NO ACCOUNT MAPPING FOR "
                  unmapped-display " COMBINATIONS:"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "    CL  CMP  A  CUR" TO report-line
           WRITE report-line
           PERFORM VARYING unmapped-ind FROM 1 BY 1
                           UNTIL unmapped-ind > unmapped-count
                              OR unmapped-ind > 50
               MOVE um-class (unmapped-ind)    TO ul-class
               MOVE um-company (unmapped-ind)  TO ul-company
               MOVE um-area (unmapped-ind)     TO ul-area
               MOVE um-currency (unmapped-ind) TO ul-currency
               MOVE unmapped-line TO report-line
               WRITE report-line
           END-PERFORM
           IF  unmapped-count > 50
               MOVE "    ... FURTHER COMBINATIONS NOT LISTED"
                   TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
                                  run-rc-code
           END-CALL

           CLOSE customer-file
           CLOSE gltax-file
           CLOSE control-file
           CLOSE gl-feed-file
           CLOSE report-file.
