      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly carrier tracking and proof-of-delivery import.  The  *
      * carriers' tracking/delivery files land in carrtrak.dat --    *
      * one record per event, keyed by our order number and the      *
      * manifest it went out on (carrier and ship date).  A          *
      * delivery stamps the order delivered with the date and the    *
      * name of whoever signed; a delivery exception (refused,       *
      * damaged, address not found, other) stamps the exception and  *
      * raises a "DLV" service issue on issue.ism against the order, *
      * so customer service finds it in VOCISSU the next morning.    *
      * It then lists, by carrier, the shipments still without a     *
      * delivery confirmation after the number of days the "PODDAYS" *
      * control record holds (five when there is none), so the       *
      * carrier is chased before the customer chases us.             *
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
       PROGRAM-ID. custtrak.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT track-file ASSIGN "carrtrak.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS trk-status.

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

           SELECT issue-file ASSIGN "issue.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS iss-no
           ACCESS IS DYNAMIC
           FILE STATUS IS iss-status-code.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT chase-sort-file ASSIGN "custtrak.srt".

           SELECT report-file ASSIGN "custtrak.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  track-file.
       01  track-record.
           03  ct-carrier              PIC X(3).
           03  ct-ship-date            PIC 9(8).
           03  ct-c-code               PIC X(5).
           03  ct-ord-no               PIC 9(6).
           03  ct-event                PIC X.
               88  ct-delivered            VALUE "D".
               88  ct-exception            VALUE "E".
           03  ct-event-date           PIC 9(8).
           03  ct-signed               PIC X(20).
      *  ct-reason is one of the ord-dlv-exception codes
      *  custordr.cpy lists, on an exception event only.
           03  ct-reason               PIC XX.
               88  ct-reason-valid         VALUE "RF" "DM" "AN" "OT".

       FD  order-file.
           COPY "custordr.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  issue-file.
           COPY "issuerec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       SD  chase-sort-file.
       01  chase-sort-record.
           03  cs-carrier              PIC X(3).
           03  cs-ship-date            PIC 9(8).
           03  cs-c-code               PIC X(5).
           03  cs-ord-no               PIC 9(6).
           03  cs-dlv-status           PIC X.
           03  cs-reason               PIC XX.
           03  cs-val                  PIC 9(7)V99.
           03  cs-currency             PIC X(3).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  trk-status                  PIC XX.
           88  trk-file-ok             VALUE "00".
           88  trk-file-eof            VALUE "10".
           88  trk-file-not-found      VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  iss-status-code             PIC XX.
           88  iss-file-ok             VALUE "00".
           88  iss-file-not-found      VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       78  control-id-issno                VALUE "ISSNO   ".
       78  control-id-poddays              VALUE "PODDAYS ".
       78  default-pod-days                VALUE 5.
      *  Shipments older than the chase window are left off the
      *  list -- an order shipped before the carriers sent tracking
      *  files will never get a confirmation, and a claim that old
      *  is past the carrier's own window anyway.
       78  chase-window-days               VALUE 90.
       78  issue-category-delivery         VALUE "DLV".

       77  pod-days                    PIC 9(3).
       01  today-yyyymmdd              PIC 9(8).
       01  chase-before-date           PIC 9(8).
       01  chase-from-date             PIC 9(8).
       77  today-julian                PIC 9(7) COMP.

       77  exception-name              PIC X(20).
       77  result-text                 PIC X(60).

       77  events-read                 PIC 9(6) COMP VALUE 0.
       77  events-delivered            PIC 9(6) COMP VALUE 0.
       77  events-excepted             PIC 9(6) COMP VALUE 0.
       77  events-ignored              PIC 9(6) COMP VALUE 0.
       77  chase-count                 PIC 9(6) COMP VALUE 0.
       77  carrier-chase-count         PIC 9(6) COMP.
       77  break-carrier               PIC X(3).
       77  first-carrier-switch        PIC X VALUE "Y".
           88  first-carrier           VALUE "Y".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  count-display               PIC ZZZ,ZZ9.

       01  event-line.
           03  FILLER                  PIC X(2).
           03  el-carrier              PIC X(3).
           03  FILLER                  PIC X(2).
           03  el-ship-date            PIC 9(8).
           03  FILLER                  PIC X(2).
           03  el-c-code               PIC X(5).
           03  FILLER                  PIC X.
           03  el-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2).
           03  el-event                PIC X.
           03  FILLER                  PIC X(2).
           03  el-event-date           PIC 9(8).
           03  FILLER                  PIC X(2).
           03  el-result               PIC X(60).

       01  event-heading.
           03  FILLER                  PIC X(36) VALUE
               "  CAR  SHIPPED   CUST  ORDER   EV".
           03  FILLER                  PIC X(20) VALUE
               "DATE      RESULT".

       01  chase-line.
           03  FILLER                  PIC X(2).
           03  hl-ship-date            PIC 9(8).
           03  FILLER                  PIC X(2).
           03  hl-days                 PIC ZZZ9.
           03  FILLER                  PIC X(2).
           03  hl-c-code               PIC X(5).
           03  FILLER                  PIC X.
           03  hl-name                 PIC X(15).
           03  FILLER                  PIC X.
           03  hl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2).
           03  hl-val                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X.
           03  hl-currency             PIC X(3).
           03  FILLER                  PIC X(2).
           03  hl-note                 PIC X(30).

       01  chase-heading.
           03  FILLER                  PIC X(38) VALUE
               "  SHIPPED   DAYS  CUST  NAME".
           03  FILLER                  PIC X(40) VALUE
               "ORDER          VALUE      NOTE".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL trk-file-eof
               READ track-file
                   AT END
                       SET trk-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-One-Event
               END-READ
           END-PERFORM
           PERFORM Print-Event-Totals

           SORT chase-sort-file
               ON ASCENDING KEY cs-carrier, cs-ship-date, cs-c-code,
                                cs-ord-no
               INPUT PROCEDURE IS Select-Unconfirmed
               OUTPUT PROCEDURE IS Print-Chase-List

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

           OPEN INPUT track-file
           IF  trk-file-not-found
      *  No tracking file tonight just means no carrier sent
      *  anything -- an empty import, not an error; the chase list
      *  still runs.
               SET trk-file-eof TO TRUE
           END-IF
           OPEN I-O order-file
           OPEN INPUT customer-file
           OPEN I-O issue-file
           IF  iss-file-not-found
               OPEN OUTPUT issue-file
               CLOSE issue-file
               OPEN I-O issue-file
           END-IF
           OPEN I-O control-file
           OPEN OUTPUT report-file

           MOVE default-pod-days TO pod-days
           MOVE control-id-poddays TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  ctl-next-no > 0 AND ctl-next-no < 1000
                       MOVE ctl-next-no TO pod-days
                   END-IF
           END-READ

           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)
           COMPUTE chase-before-date =
               FUNCTION DATE-OF-INTEGER(today-julian - pod-days)
           COMPUTE chase-from-date =
               FUNCTION DATE-OF-INTEGER(today-julian
                                        - chase-window-days)

           MOVE SPACES TO report-line
           STRING "CARRIER TRACKING IMPORT -- " today-yyyymmdd
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE event-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-One-Event finds the order the carrier's      *
      *  record points at, makes sure it really went out on     *
      *  that manifest, and records the delivery or the          *
      *  exception on it.                                         *
      *                                                  *
      ****************************************************

       Apply-One-Event SECTION.

           ADD 1 TO events-read
           ADD 1 TO run-reads-count
           MOVE SPACES TO result-text

           MOVE ct-c-code TO ord-c-code
           MOVE ct-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "ORDER NOT ON FILE -- IGNORED" TO result-text
           END-READ

           IF  result-text = SPACES
               IF  NOT order-ful-has-shipped
                       OR ord-carrier NOT = ct-carrier
                       OR ord-ship-date NOT = ct-ship-date
                   MOVE "NOT ON THAT MANIFEST -- IGNORED"
                       TO result-text
               END-IF
           END-IF

           IF  result-text = SPACES
               EVALUATE TRUE
                   WHEN ct-delivered
                       PERFORM Record-Delivery
                   WHEN ct-exception
                       PERFORM Record-Exception
                   WHEN OTHER
                       MOVE "UNRECOGNIZED EVENT -- IGNORED"
                           TO result-text
                       ADD 1 TO events-ignored
               END-EVALUATE
           ELSE
               ADD 1 TO events-ignored
           END-IF

           MOVE SPACES TO event-line
           MOVE ct-carrier    TO el-carrier
           MOVE ct-ship-date  TO el-ship-date
           MOVE ct-c-code     TO el-c-code
           MOVE ct-ord-no     TO el-ord-no
           MOVE ct-event      TO el-event
           MOVE ct-event-date TO el-event-date
           MOVE result-text   TO el-result
           MOVE event-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Record-Delivery stamps the order delivered.  A      *
      *  delivery after an exception (a successful second         *
      *  attempt) supersedes it; a repeat of a delivery            *
      *  already recorded is left alone.                            *
      *                                                  *
      ****************************************************

       Record-Delivery SECTION.

           IF  order-delivered
               MOVE "ALREADY DELIVERED -- IGNORED" TO result-text
               ADD 1 TO events-ignored
               EXIT SECTION
           END-IF

           MOVE "D"           TO ord-dlv-status
           MOVE ct-event-date TO ord-dlv-date
           MOVE ct-signed     TO ord-dlv-signed
           MOVE SPACES        TO ord-dlv-exception
           REWRITE order-record
               INVALID KEY
                   MOVE "COULD NOT UPDATE ORDER" TO result-text
                   ADD 1 TO events-ignored
                   EXIT SECTION
           END-REWRITE
           ADD 1 TO events-delivered
           ADD 1 TO run-writes-count

           STRING "DELIVERED -- SIGNED BY " ct-signed
               DELIMITED BY SIZE INTO result-text.
           EXIT.

      ****************************************************
      *                                                  *
      *  Record-Exception stamps the exception on the order  *
      *  and raises a service issue for it.  The same            *
      *  exception reported twice raises one issue, not two.      *
      *                                                  *
      ****************************************************

       Record-Exception SECTION.

           IF  NOT ct-reason-valid
               MOVE "EXCEPTION REASON NOT RF, DM, AN OR OT -- IGNORED"
                   TO result-text
               ADD 1 TO events-ignored
               EXIT SECTION
           END-IF
           IF  order-delivered
               MOVE "ALREADY DELIVERED -- EXCEPTION IGNORED"
                   TO result-text
               ADD 1 TO events-ignored
               EXIT SECTION
           END-IF
           IF  order-dlv-exception AND ord-dlv-exception = ct-reason
               MOVE "EXCEPTION ALREADY RAISED -- IGNORED"
                   TO result-text
               ADD 1 TO events-ignored
               EXIT SECTION
           END-IF

           MOVE "E"           TO ord-dlv-status
           MOVE ct-event-date TO ord-dlv-date
           MOVE SPACES        TO ord-dlv-signed
           MOVE ct-reason     TO ord-dlv-exception
           REWRITE order-record
               INVALID KEY
                   MOVE "COULD NOT UPDATE ORDER" TO result-text
                   ADD 1 TO events-ignored
                   EXIT SECTION
           END-REWRITE
           ADD 1 TO events-excepted
           ADD 1 TO run-writes-count

           EVALUATE TRUE
               WHEN dlv-refused
                   MOVE "REFUSED"            TO exception-name
               WHEN dlv-damaged
                   MOVE "DAMAGED"            TO exception-name
               WHEN dlv-address-not-found
                   MOVE "ADDRESS NOT FOUND"  TO exception-name
               WHEN OTHER
                   MOVE "DELIVERY EXCEPTION" TO exception-name
           END-EVALUATE

           PERFORM Raise-Delivery-Issue

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ORDER " ord-no " SHIPPED " ord-ship-date
                  " " ord-carrier
               DELIMITED BY SIZE INTO aud-before-image
           STRING "DELIVERY EXCEPTION " ord-dlv-exception " "
                  ct-event-date " ISSUE " iss-no
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "DLV-EXCEPT", ord-c-code,
                                 aud-before-image, aud-after-image
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Raise-Delivery-Issue opens a "DLV" service issue    *
      *  against the order, numbered off "ISSNO   " the way      *
      *  VOCISSU numbers the ones keyed on screen.                *
      *                                                  *
      ****************************************************

       Raise-Delivery-Issue SECTION.

           MOVE control-id-issno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO issue-record
           MOVE ctl-next-no TO iss-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ord-c-code              TO iss-c-code
           MOVE ord-no                  TO iss-ord-no
           MOVE issue-category-delivery TO iss-category
           MOVE "O"                     TO iss-status
           MOVE "CUSTTRAK"              TO iss-owner
           MOVE today-yyyymmdd          TO iss-opened
           MOVE 0                       TO iss-closed
           STRING ord-carrier " " exception-name DELIMITED BY "  "
                  " " ct-event-date DELIMITED BY SIZE
               INTO iss-text

           WRITE issue-record
               INVALID KEY
                   MOVE "EXCEPTION RECORDED -- ISSUE NOT WRITTEN"
                       TO result-text
                   EXIT SECTION
           END-WRITE
           ADD 1 TO run-writes-count

           STRING exception-name DELIMITED BY "  "
                  " -- ISSUE " iss-no " RAISED" DELIMITED BY SIZE
               INTO result-text.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Event-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE events-read TO count-display
           MOVE SPACES TO report-line
           STRING "EVENTS READ: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE events-delivered TO count-display
           MOVE SPACES TO report-line
           STRING "DELIVERIES RECORDED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE events-excepted TO count-display
           MOVE SPACES TO report-line
           STRING "EXCEPTIONS RAISED AS ISSUES: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE events-ignored TO count-display
           MOVE SPACES TO report-line
           STRING "EVENTS IGNORED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Select-Unconfirmed releases every shipment that    *
      *  went out by carrier inside the chase window, more       *
      *  than pod-days ago, and has no delivery confirmation      *
      *  yet -- including the ones with an exception still         *
      *  outstanding.                                                *
      *                                                  *
      ****************************************************

       Select-Unconfirmed SECTION.

           MOVE LOW-VALUES TO ord-c-code
           MOVE 0          TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   SET ord-file-eof TO TRUE
           END-START

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  order-ful-has-shipped AND NOT order-voided
                               AND NOT order-delivered
                               AND ord-carrier NOT = SPACES
                               AND ord-ship-date NUMERIC
                           IF  ord-ship-date < chase-before-date
                                   AND ord-ship-date >= chase-from-date
                               MOVE ord-carrier       TO cs-carrier
                               MOVE ord-ship-date     TO cs-ship-date
                               MOVE ord-c-code        TO cs-c-code
                               MOVE ord-no            TO cs-ord-no
                               MOVE ord-dlv-status    TO cs-dlv-status
                               MOVE ord-dlv-exception TO cs-reason
                               MOVE ord-val           TO cs-val
                               MOVE ord-currency      TO cs-currency
                               RELEASE chase-sort-record
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Chase-List lists the unconfirmed shipments,  *
      *  a block per carrier, oldest first.                     *
      *                                                  *
      ****************************************************

       Print-Chase-List SECTION.

           MOVE pod-days TO count-display
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "SHIPMENTS WITH NO DELIVERY CONFIRMATION AFTER"
                  count-display " DAYS -- CHASE THE CARRIER"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           PERFORM UNTIL sort-file-eof
               RETURN chase-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  first-carrier OR cs-carrier NOT =
                               break-carrier
                           IF  NOT first-carrier
                               PERFORM Print-Carrier-Count
                           END-IF
                           MOVE "N" TO first-carrier-switch
                           MOVE cs-carrier TO break-carrier
                           MOVE 0 TO carrier-chase-count
                           PERFORM Print-Carrier-Heading
                       END-IF
                       PERFORM Print-Chase-Line
               END-RETURN
           END-PERFORM
           IF  NOT first-carrier
               PERFORM Print-Carrier-Count
           END-IF

           MOVE chase-count TO count-display
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "SHIPMENTS TO CHASE: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Carrier-Heading SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "CARRIER " break-carrier
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE chase-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Chase-Line SECTION.

           MOVE SPACES TO chase-line
           MOVE cs-ship-date TO hl-ship-date
           COMPUTE hl-days = today-julian
               - FUNCTION INTEGER-OF-DATE(cs-ship-date)
           MOVE cs-c-code    TO hl-c-code
           MOVE cs-c-code    TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "NOT ON FILE" TO hl-name
               NOT INVALID KEY
                   MOVE file-c-name TO hl-name
           END-READ
           MOVE cs-ord-no    TO hl-ord-no
           MOVE cs-val       TO hl-val
           MOVE cs-currency  TO hl-currency
           IF  cs-dlv-status = "E"
               STRING "EXCEPTION " cs-reason " OUTSTANDING"
                   DELIMITED BY SIZE INTO hl-note
           END-IF
           MOVE chase-line TO report-line
           WRITE report-line
           ADD 1 TO carrier-chase-count
           ADD 1 TO chase-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Carrier-Count SECTION.

           MOVE carrier-chase-count TO count-display
           MOVE SPACES TO report-line
           STRING "  UNCONFIRMED FOR " break-carrier ": "
                  count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTTRAK", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE track-file
           CLOSE order-file
           CLOSE customer-file
           CLOSE issue-file
           CLOSE control-file
           CLOSE report-file.
           EXIT.
