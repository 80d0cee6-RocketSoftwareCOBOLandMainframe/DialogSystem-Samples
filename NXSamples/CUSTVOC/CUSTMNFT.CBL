      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * End-of-day carrier manifest.  Lists, carrier by carrier,     *
      * every order confirmed shipped on the day with that           *
      * ord-carrier -- deliver-to name and address, cartons,         *
      * declared value and freight charged -- for the driver to      *
      * sign, and writes the carrier's fixed-format upload file.     *
      * An order shipped in parts declares only what went that day   *
      * (its shipline.ism lines), and its freight goes with its      *
      * first shipment, the one whose invoice bills it.              *
      * The command line is "m yyyymmdd ccc":                        *
      *                                                              *
      *   (blank) or D  draft manifest, nothing locked               *
      *   C             close -- print, write the upload file, and   *
      *                 lock the shipments on it (see custmnfl.cbl)  *
      *   R             reprint a lost manifest for a past date,     *
      *                 rewriting the upload file of a closed one    *
      *                                                              *
      * The date defaults to today and the carrier to all carriers.  *
      * A closed manifest is always printed from its frozen lines    *
      * on mnfline.ism, exactly as the driver signed it.             *
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
       PROGRAM-ID. custmnft.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT shipto-file ASSIGN "shipto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shp-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shp-status.

      *  shipline-file carries the lines each numbered shipment of
      *  an order took -- see CUSTSHIP.CBL and Sum-Day-Shipments.
           SELECT shipline-file ASSIGN "shipline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shl-status.

           SELECT mnfline-file ASSIGN "mnfline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS mnl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS mnl-status.

           SELECT manifest-file ASSIGN "manifest.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS mnf-key
           ACCESS IS DYNAMIC
           FILE STATUS IS mnf-status-code.

      *  One upload file per carrier and date, named for both --
      *  "UPS20241015.mnf" -- the way CUSTEDIX names its partner
      *  files.
           SELECT upload-file ASSIGN upload-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS upl-status.

           SELECT report-file ASSIGN "custmnft.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  order-file.
           COPY "custordr.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  shipto-file.
           COPY "shiptorc.cpy".

       FD  shipline-file.
           COPY "shiplnrc.cpy".

       FD  mnfline-file.
           COPY "mnflinrc.cpy".

       FD  manifest-file.
           COPY "manifrc.cpy".

       FD  upload-file.
       01  upload-record               PIC X(132).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  shp-status                  PIC XX.
           88  shp-file-ok             VALUE "00".
           88  shp-file-not-found      VALUE "35".

       01  shl-status                  PIC XX.
           88  shl-file-ok             VALUE "00".
           88  shl-file-eof            VALUE "10".
           88  shl-file-not-found      VALUE "35".

       01  mnl-status                  PIC XX.
           88  mnl-file-ok             VALUE "00".
           88  mnl-file-eof            VALUE "10".
           88  mnl-file-not-found      VALUE "35".

       01  mnf-status-code             PIC XX.
           88  mnf-file-ok             VALUE "00".
           88  mnf-file-not-found      VALUE "35".

       01  upl-status                  PIC XX.
           88  upl-file-ok             VALUE "00".

       77  no-shipto-file-switch       PIC X VALUE "N".
           88  no-shipto-file           VALUE "Y".
       77  no-shipline-file-switch     PIC X VALUE "N".
           88  no-shipline-file         VALUE "Y".

      *  "m yyyymmdd ccc" on the command line -- see the banner.
       01  command-args                PIC X(20).
       01  command-fields REDEFINES command-args.
           03  cmd-mode                PIC X.
               88  cmd-close               VALUE "C" "c".
               88  cmd-reprint             VALUE "R" "r".
           03  FILLER                  PIC X.
           03  cmd-date                PIC X(8).
           03  cmd-date-9 REDEFINES cmd-date
                                       PIC 9(8).
           03  FILLER                  PIC X.
           03  cmd-carrier             PIC X(3).
           03  FILLER                  PIC X(6).

       77  run-mode-switch             PIC X VALUE "D".
           88  draft-run               VALUE "D".
           88  close-run               VALUE "C".
           88  reprint-run             VALUE "R".
       01  today-yyyymmdd              PIC 9(8).
       01  manifest-date               PIC 9(8).
       77  carrier-filter              PIC X(3).

      *  The carrier whose manifest status was last looked up on
      *  manifest.ism -- lines and orders come in carrier runs.
       77  cached-carrier              PIC X(3) VALUE LOW-VALUES.
       77  cached-closed-switch        PIC X VALUE "N".
           88  cached-manifest-closed  VALUE "Y".
       77  cached-close-date           PIC 9(8).
       77  cached-close-time           PIC 9(6).

       77  order-qualifies-switch      PIC X VALUE "N".
           88  order-qualifies         VALUE "Y".
       77  line-found-switch           PIC X VALUE "N".
           88  line-found              VALUE "Y".

      *  The carrier being printed and what happens to it.
       77  break-carrier               PIC X(3).
       77  first-carrier-switch        PIC X VALUE "Y".
           88  first-carrier           VALUE "Y".
       77  closing-now-switch          PIC X VALUE "N".
           88  closing-now             VALUE "Y".
       77  upload-open-switch          PIC X VALUE "N".
           88  upload-open             VALUE "Y".
       77  upload-file-name            PIC X(20).

      *  What the order's shipments on the run date took -- see
      *  Sum-Day-Shipments.
       77  day-shipped-value           PIC 9(9)V99 COMP.
       77  order-shipline-count        PIC 9(5) COMP.
       77  first-shipment-switch       PIC X VALUE "N".
           88  first-shipment-on-day   VALUE "Y".

       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  home-freight                PIC 9(7)V99 COMP.

       77  carrier-orders              PIC 9(5) COMP.
       77  carrier-cartons             PIC 9(7) COMP.
       77  carrier-declared            PIC 9(11)V99 COMP.
       77  carrier-freight             PIC 9(9)V99 COMP.
       77  lines-dropped               PIC 9(5) COMP VALUE 0.
       77  lines-refreshed             PIC 9(5) COMP VALUE 0.
       77  carriers-printed            PIC 9(3) COMP VALUE 0.
       77  carriers-closed             PIC 9(3) COMP VALUE 0.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  count-display               PIC ZZ,ZZ9.
       01  cartons-display             PIC Z,ZZZ,ZZ9.
       01  value-display               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *  The carrier upload file -- a header, one detail per
      *  shipment and a trailer, fixed columns, amounts with an
      *  implied decimal point.
       01  upload-header.
           03  FILLER                  PIC X VALUE "H".
           03  uh-carrier              PIC X(3).
           03  uh-date                 PIC 9(8).
      *  uh-issue is "O" for the original upload, "R" for one
      *  rewritten by a reprint.
           03  uh-issue                PIC X.
           03  uh-close-date           PIC 9(8).
           03  uh-close-time           PIC 9(6).
       01  upload-detail.
           03  FILLER                  PIC X VALUE "D".
           03  ud-c-code               PIC X(5).
           03  ud-ord-no               PIC 9(6).
           03  ud-name                 PIC X(20).
           03  ud-street               PIC X(20).
           03  ud-city                 PIC X(15).
           03  ud-state                PIC X(2).
           03  ud-postal               PIC X(10).
           03  ud-cartons              PIC 9(3).
           03  ud-declared             PIC 9(9)V99.
           03  ud-currency             PIC X(3).
           03  ud-freight              PIC 9(5)V99.
       01  upload-trailer.
           03  FILLER                  PIC X VALUE "T".
           03  ut-orders               PIC 9(5).
           03  ut-cartons              PIC 9(7).
           03  ut-declared             PIC 9(11)V99.
           03  ut-freight              PIC 9(9)V99.

       01  manifest-line.
           03  FILLER                  PIC X(2).
           03  ml-c-code               PIC X(5).
           03  FILLER                  PIC X.
           03  ml-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2).
           03  ml-name                 PIC X(20).
           03  FILLER                  PIC X.
           03  ml-street               PIC X(20).
           03  FILLER                  PIC X.
           03  ml-city                 PIC X(15).
           03  FILLER                  PIC X.
           03  ml-state                PIC X(2).
           03  FILLER                  PIC X.
           03  ml-postal               PIC X(10).
           03  FILLER                  PIC X.
           03  ml-cartons              PIC ZZ9.
           03  FILLER                  PIC X.
           03  ml-declared             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X.
           03  ml-currency             PIC X(3).
           03  FILLER                  PIC X.
           03  ml-freight              PIC ZZ,ZZ9.99.

       01  manifest-heading.
           03  FILLER                  PIC X(37) VALUE
               "  CUST  ORDER   DELIVER TO".
           03  FILLER                  PIC X(40) VALUE
               "        STREET               CITY".
           03  FILLER                  PIC X(40) VALUE
               "      ST POSTAL     CTN       DECLARED".
           03  FILLER                  PIC X(15) VALUE
               "        FREIGHT".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM Drop-Stale-Lines
           PERFORM Collect-Shipped-Orders
           PERFORM Print-Manifests

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

           MOVE SPACES TO command-args
           ACCEPT command-args FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN cmd-close
                   MOVE "C" TO run-mode-switch
               WHEN cmd-reprint
                   MOVE "R" TO run-mode-switch
               WHEN OTHER
                   MOVE "D" TO run-mode-switch
           END-EVALUATE
           IF  cmd-date = SPACES
               MOVE today-yyyymmdd TO manifest-date
           ELSE
               IF  cmd-date NOT NUMERIC OR cmd-date-9 = 0
                   DISPLAY "CUSTMNFT: BAD DATE -- "
                       "CUSTMNFT [D|C|R] [YYYYMMDD] [CARRIER]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE cmd-date-9 TO manifest-date
           END-IF
           MOVE cmd-carrier TO carrier-filter

      *  A manifest is closed on the day the truck leaves; closing
      *  one for another day would lock shipments nobody signed for.
           IF  close-run AND manifest-date NOT = today-yyyymmdd
               DISPLAY "CUSTMNFT: ONLY TODAY'S MANIFEST CAN BE "
                   "CLOSED -- USE R TO REPRINT " manifest-date
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT order-file
           OPEN INPUT customer-file
           OPEN INPUT shipto-file
           IF  shp-file-not-found
               SET no-shipto-file TO TRUE
           END-IF
           OPEN INPUT shipline-file
           IF  shl-file-not-found
               SET no-shipline-file TO TRUE
           END-IF
           OPEN I-O mnfline-file
           IF  mnl-file-not-found
               OPEN OUTPUT mnfline-file
               CLOSE mnfline-file
               OPEN I-O mnfline-file
           END-IF
           OPEN I-O manifest-file
           IF  mnf-file-not-found
               OPEN OUTPUT manifest-file
               CLOSE manifest-file
               OPEN I-O manifest-file
           END-IF
           OPEN OUTPUT report-file

           MOVE SPACES TO report-line
           EVALUATE TRUE
               WHEN close-run
                   STRING "CARRIER MANIFEST -- CLOSE -- "
                          manifest-date
                       DELIMITED BY SIZE INTO report-line
               WHEN reprint-run
                   STRING "CARRIER MANIFEST -- REPRINT -- "
                          manifest-date " (RUN " today-yyyymmdd ")"
                       DELIMITED BY SIZE INTO report-line
               WHEN OTHER
                   STRING "CARRIER MANIFEST -- DRAFT -- "
                          manifest-date
                       DELIMITED BY SIZE INTO report-line
           END-EVALUATE
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Drop-Stale-Lines takes off every still-open        *
      *  manifest the lines whose order no longer belongs     *
      *  there -- voided since it was confirmed, or its        *
      *  carrier changed.  A closed manifest is never          *
      *  touched: VOCDEL refuses the void, and the lines       *
      *  stay exactly as the driver signed them.               *
      *                                                  *
      ****************************************************

       Drop-Stale-Lines SECTION.

           MOVE manifest-date TO mnl-ship-date
           MOVE LOW-VALUES    TO mnl-carrier mnl-c-code
           MOVE 0             TO mnl-ord-no
           START mnfline-file KEY IS NOT LESS THAN mnl-key
               INVALID KEY
                   SET mnl-file-eof TO TRUE
           END-START

           PERFORM UNTIL mnl-file-eof
               READ mnfline-file NEXT RECORD
                   AT END
                       SET mnl-file-eof TO TRUE
               END-READ
               IF  NOT mnl-file-eof
                   IF  mnl-ship-date NOT = manifest-date
                       SET mnl-file-eof TO TRUE
                   ELSE
                       ADD 1 TO run-reads-count
                       IF  carrier-filter = SPACES
                               OR mnl-carrier = carrier-filter
                           PERFORM Check-One-Line
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

       Check-One-Line SECTION.

           MOVE mnl-carrier TO mnf-carrier
           PERFORM Look-Up-Manifest
           IF  cached-manifest-closed
               EXIT SECTION
           END-IF

           MOVE mnl-c-code TO ord-c-code
           MOVE mnl-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "N" TO order-qualifies-switch
               NOT INVALID KEY
                   PERFORM Judge-Order
           END-READ

           IF  NOT order-qualifies
               DELETE mnfline-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO lines-dropped
               END-DELETE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Judge-Order decides whether the order just read    *
      *  belongs on a manifest for the run date: confirmed     *
      *  shipped (or part shipped) that day, not voided, on a   *
      *  named carrier the run covers.                          *
      *                                                  *
      ****************************************************

       Judge-Order SECTION.

           MOVE "N" TO order-qualifies-switch
           IF  order-ful-has-shipped AND NOT order-voided
                   AND ord-carrier NOT = SPACES
                   AND ord-ship-date NUMERIC
               IF  ord-ship-date = manifest-date
                   IF  carrier-filter = SPACES
                           OR ord-carrier = carrier-filter
                       SET order-qualifies TO TRUE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Look-Up-Manifest reads the manifest.ism record     *
      *  for the run date and mnf-carrier, once per carrier   *
      *  run, and notes whether it has been closed.           *
      *                                                  *
      ****************************************************

       Look-Up-Manifest SECTION.

           IF  mnf-carrier = cached-carrier
               EXIT SECTION
           END-IF
           MOVE mnf-carrier TO cached-carrier
           MOVE "N" TO cached-closed-switch
           MOVE 0 TO cached-close-date cached-close-time
           MOVE manifest-date TO mnf-ship-date
           READ manifest-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  manifest-closed
                       SET cached-manifest-closed TO TRUE
                       MOVE mnf-close-date TO cached-close-date
                       MOVE mnf-close-time TO cached-close-time
                   END-IF
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Collect-Shipped-Orders walks order.ism for the     *
      *  orders shipped on the run date and brings each         *
      *  one's line on an open manifest up to date -- the      *
      *  deliver-to address, declared value and freight as     *
      *  the day's shipments of the order stand now.  An        *
      *  order confirmed shipped with no line (confirmed        *
      *  before its carrier was keyed, say) is put on with      *
      *  one carton.                                            *
      *                                                  *
      ****************************************************

       Collect-Shipped-Orders SECTION.

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
                       PERFORM Judge-Order
                       IF  order-qualifies
                           MOVE ord-carrier TO mnf-carrier
                           PERFORM Look-Up-Manifest
                           IF  NOT cached-manifest-closed
                               PERFORM Refresh-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Refresh-One-Line declares what the order's         *
      *  shipments on the run date took and carries the         *
      *  order's freight only where its first shipment is       *
      *  among them.  An order with no shipment lines on        *
      *  file shipped whole, and declares the whole order.      *
      *                                                  *
      ****************************************************

       Refresh-One-Line SECTION.

           MOVE manifest-date TO mnl-ship-date
           MOVE ord-carrier   TO mnl-carrier
           MOVE ord-c-code    TO mnl-c-code
           MOVE ord-no        TO mnl-ord-no
           READ mnfline-file
               INVALID KEY
                   MOVE "N" TO line-found-switch
                   INITIALIZE mnfline-record
                   MOVE manifest-date TO mnl-ship-date
                   MOVE ord-carrier   TO mnl-carrier
                   MOVE ord-c-code    TO mnl-c-code
                   MOVE ord-no        TO mnl-ord-no
                   MOVE 1             TO mnl-cartons
               NOT INVALID KEY
                   SET line-found TO TRUE
           END-READ

           PERFORM Fill-Deliver-To

           PERFORM Sum-Day-Shipments
           IF  order-shipline-count = 0
               MOVE ord-val           TO mnl-declared
               MOVE ord-freight       TO mnl-freight
           ELSE
               MOVE day-shipped-value TO mnl-declared
               IF  first-shipment-on-day
                   MOVE ord-freight   TO mnl-freight
               ELSE
                   MOVE 0             TO mnl-freight
               END-IF
           END-IF
           MOVE ord-currency TO mnl-currency
           CALL "custrate" USING ord-currency, manifest-date,
               cur-exchange-rate
           END-CALL
           COMPUTE mnl-home-declared ROUNDED =
               mnl-declared * cur-exchange-rate

           IF  line-found
               REWRITE mnfline-record
                   INVALID KEY
                       EXIT SECTION
               END-REWRITE
           ELSE
               WRITE mnfline-record
                   INVALID KEY
                       EXIT SECTION
               END-WRITE
           END-IF
           ADD 1 TO lines-refreshed
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sum-Day-Shipments totals the extension of the      *
      *  order's shipline.ism lines shipped on the run date,    *
      *  counts the order's lines on file at all, and notes     *
      *  whether shipment 1 is among the day's.                 *
      *                                                  *
      ****************************************************

       Sum-Day-Shipments SECTION.

           MOVE 0 TO day-shipped-value order-shipline-count
           MOVE "N" TO first-shipment-switch
           IF  no-shipline-file
               EXIT SECTION
           END-IF

           MOVE "00" TO shl-status
           MOVE ord-c-code TO shl-c-code
           MOVE ord-no     TO shl-ord-no
           MOVE 0          TO shl-ship-no
           MOVE 0          TO shl-line-no
           START shipline-file KEY IS NOT LESS THAN shl-key
               INVALID KEY
                   SET shl-file-eof TO TRUE
           END-START

           PERFORM UNTIL shl-file-eof
               READ shipline-file NEXT RECORD
                   AT END
                       SET shl-file-eof TO TRUE
               END-READ
               IF  NOT shl-file-eof
                   IF  shl-c-code NOT = ord-c-code
                           OR shl-ord-no NOT = ord-no
                       SET shl-file-eof TO TRUE
                   ELSE
                       ADD 1 TO run-reads-count
                       ADD 1 TO order-shipline-count
                       IF  shl-ship-date = manifest-date
                           ADD shl-extension TO day-shipped-value
                           IF  shl-ship-no = 1
                               SET first-shipment-on-day TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Fill-Deliver-To takes the address the goods went   *
      *  to: the order's ship-to off shipto.ism, or the         *
      *  customer's billing address where ord-shipto is         *
      *  blank or no longer on file -- the same choice the      *
      *  VOCDNOT delivery note makes.                            *
      *                                                  *
      ****************************************************

       Fill-Deliver-To SECTION.

           IF  ord-shipto NOT = SPACES AND NOT no-shipto-file
               MOVE ord-c-code TO shp-c-code
               MOVE ord-shipto TO shp-id
               READ shipto-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE shp-name   TO mnl-name
                       MOVE shp-street TO mnl-street
                       MOVE shp-city   TO mnl-city
                       MOVE shp-state  TO mnl-state
                       MOVE shp-postal TO mnl-postal
                       EXIT SECTION
               END-READ
           END-IF

           MOVE ord-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO mnl-name
                   MOVE SPACES TO mnl-street mnl-city mnl-state
                                  mnl-postal
               NOT INVALID KEY
                   MOVE file-c-name   TO mnl-name
                   MOVE file-c-street TO mnl-street
                   MOVE file-c-city   TO mnl-city
                   MOVE file-c-state  TO mnl-state
                   MOVE file-c-postal TO mnl-postal
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Manifests prints the run date's lines, a     *
      *  manifest per carrier, closing each one on a close      *
      *  run and writing its upload file.                        *
      *                                                  *
      ****************************************************

       Print-Manifests SECTION.

           MOVE "00" TO mnl-status
           MOVE manifest-date TO mnl-ship-date
           MOVE LOW-VALUES    TO mnl-carrier mnl-c-code
           MOVE 0             TO mnl-ord-no
           START mnfline-file KEY IS NOT LESS THAN mnl-key
               INVALID KEY
                   SET mnl-file-eof TO TRUE
           END-START

           PERFORM UNTIL mnl-file-eof
               READ mnfline-file NEXT RECORD
                   AT END
                       SET mnl-file-eof TO TRUE
               END-READ
               IF  NOT mnl-file-eof
                   IF  mnl-ship-date NOT = manifest-date
                       SET mnl-file-eof TO TRUE
                   ELSE
                       IF  carrier-filter = SPACES
                               OR mnl-carrier = carrier-filter
                           IF  first-carrier
                                   OR mnl-carrier NOT = break-carrier
                               IF  NOT first-carrier
                                   PERFORM End-Carrier
                               END-IF
                               MOVE "N" TO first-carrier-switch
                               MOVE mnl-carrier TO break-carrier
                               PERFORM Start-Carrier
                           END-IF
                           PERFORM Print-One-Shipment
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF  NOT first-carrier
               PERFORM End-Carrier
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
           IF  first-carrier
               MOVE SPACES TO report-line
               STRING "NO SHIPMENTS CONFIRMED ON " manifest-date
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
           MOVE lines-dropped TO count-display
           MOVE SPACES TO report-line
           STRING "LINES DROPPED (VOIDED OR CARRIER CHANGED): "
                  count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE carriers-printed TO count-display
           MOVE SPACES TO report-line
           STRING "MANIFESTS PRINTED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE carriers-closed TO count-display
           MOVE SPACES TO report-line
           STRING "MANIFESTS CLOSED:  " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Start-Carrier heads the carrier's manifest and      *
      *  opens its upload file -- on a close run for a          *
      *  manifest still open, and on a reprint of one that      *
      *  was closed.  A draft writes no upload file.             *
      *                                                  *
      ****************************************************

       Start-Carrier SECTION.

           ADD 1 TO carriers-printed
           MOVE 0 TO carrier-orders carrier-cartons
           MOVE 0 TO carrier-declared carrier-freight
           MOVE "N" TO closing-now-switch
           MOVE "N" TO upload-open-switch

           MOVE break-carrier TO mnf-carrier
           PERFORM Look-Up-Manifest

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           IF  cached-manifest-closed
               STRING "CARRIER " break-carrier "  SHIP DATE "
                      manifest-date "  CLOSED " cached-close-date
                      " " cached-close-time
                   DELIMITED BY SIZE INTO report-line
           ELSE
               IF  close-run
                   SET closing-now TO TRUE
                   STRING "CARRIER " break-carrier "  SHIP DATE "
                          manifest-date "  CLOSED " today-yyyymmdd
                       DELIMITED BY SIZE INTO report-line
               ELSE
                   STRING "CARRIER " break-carrier "  SHIP DATE "
                          manifest-date "  OPEN -- DRAFT, NOT FOR "
                          "SIGNATURE"
                       DELIMITED BY SIZE INTO report-line
               END-IF
           END-IF
           WRITE report-line
           MOVE manifest-heading TO report-line
           WRITE report-line

           IF  closing-now
                   OR (reprint-run AND cached-manifest-closed)
               PERFORM Open-Upload-File
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Open-Upload-File SECTION.

           MOVE SPACES TO upload-file-name
           STRING break-carrier DELIMITED BY SPACE
                  manifest-date DELIMITED BY SIZE
                  ".mnf"        DELIMITED BY SIZE
               INTO upload-file-name
           OPEN OUTPUT upload-file
           IF  NOT upl-file-ok
               DISPLAY "CUSTMNFT: CANNOT OPEN " upload-file-name
               MOVE 8 TO run-rc-code
               EXIT SECTION
           END-IF
           SET upload-open TO TRUE

           MOVE break-carrier TO uh-carrier
           MOVE manifest-date TO uh-date
           IF  closing-now
               MOVE "O" TO uh-issue
               MOVE today-yyyymmdd   TO uh-close-date
               MOVE run-start-hhmmss TO uh-close-time
           ELSE
               MOVE "R" TO uh-issue
               MOVE cached-close-date TO uh-close-date
               MOVE cached-close-time TO uh-close-time
           END-IF
           MOVE upload-header TO upload-record
           WRITE upload-record.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-One-Shipment SECTION.

           MOVE SPACES TO manifest-line
           MOVE mnl-c-code    TO ml-c-code
           MOVE mnl-ord-no    TO ml-ord-no
           MOVE mnl-name      TO ml-name
           MOVE mnl-street    TO ml-street
           MOVE mnl-city      TO ml-city
           MOVE mnl-state     TO ml-state
           MOVE mnl-postal    TO ml-postal
           MOVE mnl-cartons   TO ml-cartons
           MOVE mnl-declared  TO ml-declared
           MOVE mnl-currency  TO ml-currency
           MOVE mnl-freight   TO ml-freight
           MOVE manifest-line TO report-line
           WRITE report-line

      *  Freight is charged in the order's currency; the carrier
      *  total is carried in home currency like the declared value.
           CALL "custrate" USING mnl-currency, manifest-date,
               cur-exchange-rate
           END-CALL
           COMPUTE home-freight ROUNDED =
               mnl-freight * cur-exchange-rate

           ADD 1                 TO carrier-orders
           ADD mnl-cartons       TO carrier-cartons
           ADD mnl-home-declared TO carrier-declared
           ADD home-freight      TO carrier-freight

           IF  upload-open
               MOVE mnl-c-code   TO ud-c-code
               MOVE mnl-ord-no   TO ud-ord-no
               MOVE mnl-name     TO ud-name
               MOVE mnl-street   TO ud-street
               MOVE mnl-city     TO ud-city
               MOVE mnl-state    TO ud-state
               MOVE mnl-postal   TO ud-postal
               MOVE mnl-cartons  TO ud-cartons
               MOVE mnl-declared TO ud-declared
               MOVE mnl-currency TO ud-currency
               MOVE mnl-freight  TO ud-freight
               MOVE upload-detail TO upload-record
               WRITE upload-record
               ADD 1 TO run-writes-count
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  End-Carrier prints the carrier's totals and the    *
      *  driver's signature block, finishes the upload file,    *
      *  and on a close run writes the closed manifest.ism       *
      *  record that locks its shipments.                        *
      *                                                  *
      ****************************************************

       End-Carrier SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE carrier-orders TO count-display
           MOVE carrier-cartons TO cartons-display
           MOVE SPACES TO report-line
           STRING "  ORDERS: " count-display
                  "   CARTONS: " cartons-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE carrier-declared TO value-display
           MOVE SPACES TO report-line
           STRING "  DECLARED VALUE (HOME CURRENCY): " value-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE carrier-freight TO value-display
           MOVE SPACES TO report-line
           STRING "  FREIGHT CHARGED (HOME CURRENCY): " value-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           IF  closing-now OR cached-manifest-closed
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               STRING "  DRIVER SIGNATURE ______________________  "
                      "DATE ________  TIME ______"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           IF  upload-open
               MOVE carrier-orders   TO ut-orders
               MOVE carrier-cartons  TO ut-cartons
               MOVE carrier-declared TO ut-declared
               MOVE carrier-freight  TO ut-freight
               MOVE upload-trailer TO upload-record
               WRITE upload-record
               CLOSE upload-file
               MOVE "N" TO upload-open-switch
               MOVE SPACES TO report-line
               STRING "  UPLOAD FILE: " upload-file-name
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           IF  closing-now
               PERFORM Close-Manifest
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Manifest SECTION.

           INITIALIZE manifest-record
           MOVE manifest-date    TO mnf-ship-date
           MOVE break-carrier    TO mnf-carrier
           MOVE "C"              TO mnf-status
           MOVE today-yyyymmdd   TO mnf-close-date
           MOVE run-start-hhmmss TO mnf-close-time
           MOVE carrier-orders   TO mnf-orders
           MOVE carrier-cartons  TO mnf-cartons
           MOVE carrier-declared TO mnf-declared
           MOVE carrier-freight  TO mnf-freight
           WRITE manifest-record
               INVALID KEY
                   REWRITE manifest-record
                       INVALID KEY
                           DISPLAY "CUSTMNFT: COULD NOT CLOSE "
                               break-carrier " MANIFEST"
                           MOVE 8 TO run-rc-code
                           EXIT SECTION
                   END-REWRITE
           END-WRITE
           ADD 1 TO carriers-closed
           ADD 1 TO run-writes-count
           MOVE LOW-VALUES TO cached-carrier.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTMNFT", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE order-file
           CLOSE customer-file
           IF  NOT no-shipline-file
               CLOSE shipline-file
           END-IF
           IF  NOT no-shipto-file
               CLOSE shipto-file
           END-IF
           CLOSE mnfline-file
           CLOSE manifest-file
           CLOSE report-file.
           EXIT.
