      ****************************************************************
      *                                                              *
      * Printed delivery note for a single order.  VOCOK CALLs this  *
      * alongside the VOCSLIP confirmation when an order keyed by    *
      * value carries a ship-to id -- deliver-to from the shipto.ism *
      * record, bill-to from the customer record -- so warehouse     *
      * staff stop hand-writing delivery labels for every customer   *
      * whose goods go somewhere other than accounts payable.  An    *
      * order with product lines gets one note per shipment instead, *
      * from the shared custship keeper as the goods leave: the      *
      * shipment number in the heading and only the quantities that  *
      * went on that shipment (shipline.ism) under the goods.        *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS DYNAMIC
           FILE STATUS IS line-status.

           SELECT shipline-file ASSIGN "shipline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shl-status.

      ****************************************************
      *                                                  *
      *                                                  *
       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  shipline-file.
           COPY "shiplnrc.cpy".

       WORKING-STORAGE SECTION.

       01  report-status               PIC XX.
           88  line-file-ok            VALUE "00".
           88  line-file-not-found     VALUE "35".

       01  shl-status                  PIC XX.
           88  shl-file-ok             VALUE "00".
           88  shl-file-not-found      VALUE "35".

       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                VALUE "Y".
       77  lines-printed               PIC 9(3) COMP.
       77  shipline-open-switch        PIC X VALUE "N".
           88  shipline-open               VALUE "Y".

       01  goods-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  gl-qty                  PIC ZZZZ9.

      *  The note prints in the customer's language (dn-c-language):
      *  each heading below is asked of the shared custdoct lookup
      *  under its text id, with the English as the default.
       77  doc-type                    PIC X(4) VALUE "DNOT".
       77  doc-text-id                 PIC X(8).
       01  doc-text                    PIC X(80).
       77  line-pointer                PIC 9(3) COMP.

       LINKAGE SECTION.

       01  dn-c-code                   PIC X(5).
       01  dn-c-name                   PIC X(15).
       01  dn-ord-no                   PIC 9(6).
       01  dn-shipto-id                PIC X(3).
      *  dn-c-language is the customer's file-c-language.
       01  dn-c-language               PIC X(2).
      *  dn-ship-no is the order's shipment the note goes with --
      *  zero for the note VOCOK prints when the order is saved.
       01  dn-ship-no                  PIC 9(3).

      ****************************************************
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING dn-c-code, dn-c-name, dn-ord-no,
                                 dn-shipto-id, dn-c-language,
                                 dn-ship-no.

       Main-Process SECTION.

               OPEN OUTPUT report-file
           END-IF
           OPEN INPUT shipto-file
           IF  dn-ship-no > 0
               MOVE "N" TO shipline-open-switch
               OPEN INPUT shipline-file
               IF  shl-file-ok
                   SET shipline-open TO TRUE
               ELSE
                   DISPLAY "DELIVERY NOTE FOR ORDER " dn-ord-no
                       " SHIPMENT " dn-ship-no " -- SHIPMENT FILE "
                       "STATUS " shl-status ", GOODS NOT LISTED"
               END-IF
           ELSE
               OPEN INPUT ordline-file
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "HEADING" TO doc-text-id
           MOVE "DELIVERY NOTE -- ORDER NO:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           MOVE 1 TO line-pointer
           STRING doc-text DELIMITED BY "  "
                  " " dn-ord-no
               DELIMITED BY SIZE INTO report-line
               WITH POINTER line-pointer
           IF  dn-ship-no > 0
               MOVE "SHIPMENT" TO doc-text-id
               MOVE "SHIPMENT" TO doc-text
               PERFORM Get-Doc-Text
               STRING "  " doc-text DELIMITED BY "  "
                      " " dn-ship-no
                   DELIMITED BY SIZE INTO report-line
                   WITH POINTER line-pointer
           END-IF
           WRITE report-line

      *  Deliver-to comes off the ship-to record; a missing record
      *  is stated on the note rather than silently shipping to the
      *  billing address.  A shipment of an order with no ship-to
      *  goes to the billing address, and the note says so.
           IF  dn-shipto-id = SPACES
               MOVE "DELIVBIL" TO doc-text-id
               MOVE "DELIVER TO: THE BILLING ADDRESS" TO doc-text
               PERFORM Get-Doc-Text
               MOVE SPACES TO report-line
               MOVE doc-text TO report-line
               WRITE report-line
               GO TO Print-Bill-To
           END-IF
           MOVE dn-c-code    TO shp-c-code
           MOVE dn-shipto-id TO shp-id
           READ shipto-file
               INVALID KEY
                   MOVE "NOSHIPTO" TO doc-text-id
                   MOVE "DELIVER TO: SHIP-TO" TO doc-text
                   PERFORM Get-Doc-Text
                   MOVE SPACES TO report-line
                   MOVE 1 TO line-pointer
                   STRING doc-text DELIMITED BY "  "
                          " " dn-shipto-id " "
                       DELIMITED BY SIZE INTO report-line
                       WITH POINTER line-pointer
                   MOVE "HOLDDISP" TO doc-text-id
                   MOVE "NOT ON FILE -- HOLD FOR DISPATCH" TO doc-text
                   PERFORM Get-Doc-Text
                   STRING doc-text DELIMITED BY "  "
                       INTO report-line WITH POINTER line-pointer
                   WRITE report-line
                   END-WRITE
               NOT INVALID KEY
                   PERFORM Print-Deliver-To-Block
           END-READ.

       Print-Bill-To.
           MOVE "BILLTO" TO doc-text-id
           MOVE "BILL TO:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           STRING doc-text DELIMITED BY "  "
                  " " dn-c-code " " dn-c-name
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE "GOODS" TO doc-text-id
           MOVE "GOODS:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           MOVE doc-text TO report-line
           WRITE report-line
           IF  dn-ship-no > 0
               PERFORM Print-Shipment-Lines
               IF  shipline-open
                   CLOSE shipline-file
               END-IF
           ELSE
               PERFORM Print-Goods-Lines
               CLOSE ordline-file
           END-IF

           CLOSE shipto-file
           CLOSE report-file

           GOBACK.

       Print-Deliver-To-Block SECTION.

           MOVE "DELIVTO" TO doc-text-id
           MOVE "DELIVER TO:" TO doc-text
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           STRING doc-text DELIMITED BY "  "
                  " " shp-name
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           END-PERFORM

           IF  lines-printed = 0
               MOVE "NOLINES" TO doc-text-id
               MOVE "  (ORDER KEYED BY VALUE -- NO PRODUCT LINES)"
                   TO doc-text
               PERFORM Get-Doc-Text
               MOVE SPACES TO report-line
               MOVE doc-text TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Shipment-Lines lists what went on this      *
      *  shipment, item and quantity shipped only, the way    *
      *  Print-Goods-Lines lists a whole order.  A note      *
      *  whose lines cannot be read says so rather than        *
      *  going out with no goods on it.                         *
      *                                                  *
      ****************************************************

       Print-Shipment-Lines SECTION.

           IF  NOT shipline-open
               MOVE "NOLINES" TO doc-text-id
               MOVE "GOODS NOT LISTED -- CHECK AGAINST THE PICK LIST"
                   TO doc-text
               PERFORM Get-Doc-Text
               MOVE SPACES TO report-line
               MOVE doc-text TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           MOVE "N" TO line-eof-switch
           MOVE dn-c-code  TO shl-c-code
           MOVE dn-ord-no  TO shl-ord-no
           MOVE dn-ship-no TO shl-ship-no
           MOVE 0          TO shl-line-no
           START shipline-file KEY IS NOT LESS THAN shl-key
               INVALID KEY
                   SET line-eof TO TRUE
           END-START

           PERFORM UNTIL line-eof
               READ shipline-file NEXT RECORD
                   AT END
                       SET line-eof TO TRUE
               END-READ
               IF  NOT line-eof
                   IF  shl-c-code NOT = dn-c-code
                           OR shl-ord-no NOT = dn-ord-no
                           OR shl-ship-no NOT = dn-ship-no
                       SET line-eof TO TRUE
                   ELSE
                       MOVE shl-item-code TO gl-item
                       MOVE shl-qty       TO gl-qty
                       MOVE goods-line TO report-line
                       WRITE report-line
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Doc-Text replaces the English in doc-text   *
      *  with the customer's language's wording for      *
      *  doc-text-id, when there is some on file.        *
      *                                                  *
      ****************************************************

       Get-Doc-Text SECTION.

           CALL "custdoct" USING doc-type, dn-c-language,
                                  doc-text-id, doc-text
           END-CALL.
           EXIT.
