      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared shipment keeper.  An order no longer ships all at     *
      * once: each confirmation that sends goods off the dock -- the *
      * VOCFULF ship confirmation or a CUSTSCNP scanned pick -- is   *
      * one numbered shipment of the order (ord-last-ship-no), and   *
      * the line quantities that went on it are recorded here on     *
      * shipline.ism (shiplnrc.cpy) through mode "L", one call per   *
      * line drawn.  Mode "F" then finishes the shipment: a delivery *
      * note for exactly what went (VOCDNOT), and an invoice for the *
      * shipped quantities only -- each line's extension taken pro   *
      * rata to the quantity, the order's tax in the same            *
      * proportion, and the order's freight on its first shipment    *
      * alone -- numbered off the "INVNO   " control record the way  *
      * Write-Invoice in VOCOK.CBL numbers one, queued for the       *
      * partner's electronic invoice and printed through VOCINVC.    *
      * The shipment that completes a line bills what is left of     *
      * its extension, and the shipment that completes the order     *
      * bills what is left of its value and tax, so the pennies      *
      * lost to rounding on the way are never lost for good.         *
      * The invoice number is stamped back on the shipment's lines   *
      * so CUSTSNIV can check the billing shipment by shipment.  A   *
      * consolidated-invoicing account gets the delivery note but no *
      * invoice -- the weekly CUSTCINV run covers its orders.        *
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
       PROGRAM-ID. custship.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  shipline-file is closed round the CALLs to vocdnot and
      *  vocinvc, which read the shipment's lines on their own
      *  connectors -- see Finish-Shipment.
           SELECT shipline-file ASSIGN "shipline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shl-status
           lock MODE IS AUTOMATIC.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

      *  invoice-file and control-file are the run unit's external
      *  connectors, shared with CUSTVOC.CBL and Write-Invoice in
      *  VOCOK.CBL -- a shipment confirmed from the order desk
      *  numbers and writes its invoice through the connectors the
      *  session already holds open (status 41 on our OPEN), and a
      *  batch caller such as CUSTSCNP has them opened here and
      *  closed again.  See Open-Invoicing-Files.
           SELECT invoice-file ASSIGN "invoice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS invo-no
           ACCESS IS DYNAMIC
           FILE STATUS IS invo-status
           lock MODE IS AUTOMATIC.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status
           lock MODE IS AUTOMATIC.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  shipline-file.
           COPY "shiplnrc.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  invoice-file is external.
           COPY "invcrec.cpy".

       FD  control-file is external.
           COPY "custctl.cpy".

       WORKING-STORAGE SECTION.

       01  shl-status                  PIC XX.
           88  shl-file-ok             VALUE "00".
           88  shl-file-not-found      VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  invo-status                 PIC XX.
           88  invo-file-ok            VALUE "00".
           88  invo-file-not-found     VALUE "35".
           88  invo-file-already-open  VALUE "41".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".
           88  ctl-file-already-open   VALUE "41".

       78  control-id-invno                VALUE "INVNO   ".

       77  today-date-yyyymmdd         PIC 9(8).
       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                VALUE "Y".
       77  customer-found-switch       PIC X VALUE "N".
           88  customer-found              VALUE "Y".

       77  shipment-lines-count        PIC 9(3) COMP.
       77  shipment-goods-value        PIC 9(7)V99 COMP.
       77  shipment-tax-value          PIC 9(7)V99 COMP.

      *  earlier-line-qty/earlier-line-ext carry what the order
      *  line has already shipped and billed on the order's other
      *  shipments -- see Sum-Earlier-Line-Shipments.
       77  earlier-line-qty            PIC 9(7) COMP.
       77  earlier-line-ext            PIC 9(7)V99 COMP.

      *  earlier-invoiced-value/-tax carry what the order's other
      *  shipment invoices have already billed -- see
      *  Sum-Earlier-Shipment-Invoices.
       77  earlier-invoiced-value      PIC 9(7)V99 COMP.
       77  earlier-invoiced-tax        PIC 9(7)V99 COMP.
       77  earlier-invo-no             PIC 9(6).

      *  The -opened-here switches say which external connectors
      *  this call opened itself, and so must close again.
       77  control-opened-switch       PIC X VALUE "N".
           88  control-opened-here         VALUE "Y".
       77  invoice-opened-switch       PIC X VALUE "N".
           88  invoice-opened-here         VALUE "Y".
       77  invoicing-ready-switch      PIC X VALUE "N".
           88  invoicing-files-ready       VALUE "Y".
       77  shipline-open-switch        PIC X VALUE "N".
           88  shipline-open               VALUE "Y".

       LINKAGE SECTION.

      *  ship-mode "L" records ship-line-qty of the order line in
      *  ordline-record on shipment ship-no of the order; "F"
      *  finishes shipment ship-no -- delivery note and invoice.
       01  ship-mode                   PIC X.
           88  ship-record-line            VALUE "L".
           88  ship-finish                 VALUE "F".
       01  ship-no                     PIC 9(3).
           COPY "custordr.cpy".
           COPY "ordlinrc.cpy".
       01  ship-line-qty               PIC 9(5) COMP.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING ship-mode, ship-no, order-record,
                                 ordline-record, ship-line-qty.

       Main-Process SECTION.

           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD

           PERFORM Open-Shipline-File
           IF  NOT shipline-open
               DISPLAY "SHIPMENT " ship-no " OF ORDER " ord-no
                   " NOT RECORDED -- SHIPMENT FILE STATUS "
                   shl-status
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ship-record-line
                   PERFORM Record-Shipment-Line
               WHEN ship-finish
                   PERFORM Finish-Shipment
           END-EVALUATE

           PERFORM Close-Shipline-File.

           GOBACK.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Open-Shipline-File SECTION.

           IF  shipline-open
               EXIT SECTION
           END-IF
           OPEN I-O shipline-file
           IF  shl-file-not-found
               OPEN OUTPUT shipline-file
               CLOSE shipline-file
               OPEN I-O shipline-file
           END-IF
           IF  shl-file-ok
               SET shipline-open TO TRUE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Close-Shipline-File SECTION.

           IF  shipline-open
               CLOSE shipline-file
               MOVE "N" TO shipline-open-switch
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Record-Shipment-Line adds the quantity to the     *
      *  line's record on this shipment -- a second scan     *
      *  of the same line in one run adds to the first --     *
      *  with the extension taken pro rata to the quantity,   *
      *  so a line priced under a contract or a promotion     *
      *  bills at the price it was sold at.  What the line     *
      *  shipped on the order's other shipments is summed      *
      *  first, for Price-Shipment-Line.                       *
      *                                                  *
      ****************************************************

       Record-Shipment-Line SECTION.

           IF  ship-line-qty = 0
               EXIT SECTION
           END-IF

           PERFORM Sum-Earlier-Line-Shipments

           MOVE ordl-c-code  TO shl-c-code
           MOVE ordl-ord-no  TO shl-ord-no
           MOVE ship-no      TO shl-ship-no
           MOVE ordl-line-no TO shl-line-no
           READ shipline-file
               INVALID KEY
                   MOVE SPACES TO shipline-record
                   MOVE ordl-c-code    TO shl-c-code
                   MOVE ordl-ord-no    TO shl-ord-no
                   MOVE ship-no        TO shl-ship-no
                   MOVE ordl-line-no   TO shl-line-no
                   MOVE today-date-yyyymmdd TO shl-ship-date
                   MOVE ordl-item-code TO shl-item-code
                   MOVE 0              TO shl-qty
                   MOVE 0              TO shl-invo-no
                   MOVE ordl-lot-no    TO shl-lot-no
                   ADD ship-line-qty TO shl-qty
                   PERFORM Price-Shipment-Line
                   WRITE shipline-record
                       INVALID KEY
                           DISPLAY "ORDER " ordl-ord-no " LINE "
                               ordl-line-no " COULD NOT BE RECORDED "
                               "ON SHIPMENT " ship-no
                   END-WRITE
               NOT INVALID KEY
                   ADD ship-line-qty TO shl-qty
                   PERFORM Price-Shipment-Line
                   REWRITE shipline-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sum-Earlier-Line-Shipments totals the quantity    *
      *  and extension the order line carries on the        *
      *  order's other shipments.  A line's records on        *
      *  different shipments are not together by key, so      *
      *  the whole order is browsed for the line number.       *
      *                                                  *
      ****************************************************

       Sum-Earlier-Line-Shipments SECTION.

           MOVE 0 TO earlier-line-qty earlier-line-ext
           MOVE "N" TO line-eof-switch
           MOVE ordl-c-code TO shl-c-code
           MOVE ordl-ord-no TO shl-ord-no
           MOVE 0           TO shl-ship-no
           MOVE 0           TO shl-line-no
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
                   IF  shl-c-code NOT = ordl-c-code
                           OR shl-ord-no NOT = ordl-ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  shl-line-no = ordl-line-no
                               AND shl-ship-no NOT = ship-no
                           ADD shl-qty       TO earlier-line-qty
                           ADD shl-extension TO earlier-line-ext
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Price-Shipment-Line takes the line's extension    *
      *  pro rata to the quantity on this shipment -- but     *
      *  the shipment that completes the line bills what is    *
      *  left of its extension after the earlier shipments,    *
      *  so the line's shipments add back to ordl-extension.   *
      *                                                  *
      ****************************************************

       Price-Shipment-Line SECTION.

           IF  ordl-qty = 0
                   OR earlier-line-qty + shl-qty NOT < ordl-qty
               IF  earlier-line-ext < ordl-extension
                   COMPUTE shl-extension =
                       ordl-extension - earlier-line-ext
               ELSE
                   MOVE 0 TO shl-extension
               END-IF
           ELSE
               COMPUTE shl-extension ROUNDED =
                   ordl-extension * shl-qty / ordl-qty
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Finish-Shipment totals what went on the shipment, *
      *  prints its delivery note and -- unless the account   *
      *  is invoiced weekly -- cuts its invoice.  A shipment   *
      *  with no lines recorded has nothing to document.       *
      *  VOCDNOT reads the shipment's lines itself, so the      *
      *  file is closed while it prints.                        *
      *                                                  *
      ****************************************************

       Finish-Shipment SECTION.

           PERFORM Total-Shipment-Lines
           IF  shipment-lines-count = 0
               EXIT SECTION
           END-IF

           MOVE "N" TO customer-found-switch
           OPEN INPUT customer-file
           MOVE ord-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET customer-found TO TRUE
           END-READ
           CLOSE customer-file
           IF  NOT customer-found
               DISPLAY "CUSTOMER " ord-c-code " NOT ON FILE -- NO "
                   "DOCUMENTS FOR SHIPMENT " ship-no " OF ORDER "
                   ord-no
               EXIT SECTION
           END-IF

           PERFORM Close-Shipline-File
           CALL "vocdnot" USING file-c-code, file-c-name, ord-no,
                                 ord-shipto, file-c-language,
                                 ship-no
           END-CALL

           IF  consolidated-invoicing
               EXIT SECTION
           END-IF

           PERFORM Open-Shipline-File
           IF  NOT shipline-open
               DISPLAY "SHIPMENT " ship-no " OF ORDER " ord-no
                   " NOT INVOICED -- SHIPMENT FILE STATUS "
                   shl-status
               EXIT SECTION
           END-IF
           PERFORM Write-Shipment-Invoice.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Total-Shipment-Lines SECTION.

           MOVE 0 TO shipment-lines-count shipment-goods-value
           MOVE "N" TO line-eof-switch
           MOVE ord-c-code TO shl-c-code
           MOVE ord-no     TO shl-ord-no
           MOVE ship-no    TO shl-ship-no
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
                   IF  shl-c-code NOT = ord-c-code
                           OR shl-ord-no NOT = ord-no
                           OR shl-ship-no NOT = ship-no
                       SET line-eof TO TRUE
                   ELSE
                       ADD 1 TO shipment-lines-count
                       ADD shl-extension TO shipment-goods-value
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Shipment-Invoice cuts the shipment's        *
      *  invoice exactly as Write-Invoice in VOCOK.CBL       *
      *  cuts an order's, for the shipped goods and their     *
      *  share of the order's tax, and stamps its number on    *
      *  the shipment's lines before VOCINVC prints it --       *
      *  VOCINVC lists those lines on the document.  The        *
      *  shipment that completes the order (the caller has      *
      *  set it shipped) bills what the order's value and       *
      *  tax still carry after its earlier shipment invoices.   *
      *  No number is issued unless both files can be had.      *
      *                                                  *
      ****************************************************

       Write-Shipment-Invoice SECTION.

           PERFORM Open-Invoicing-Files
           IF  NOT invoicing-files-ready
               EXIT SECTION
           END-IF

           IF  order-ful-shipped
               PERFORM Sum-Earlier-Shipment-Invoices
               IF  earlier-invoiced-value < ord-val
                   COMPUTE shipment-goods-value =
                       ord-val - earlier-invoiced-value
               ELSE
                   MOVE 0 TO shipment-goods-value
               END-IF
               IF  earlier-invoiced-tax < ord-tax
                   COMPUTE shipment-tax-value =
                       ord-tax - earlier-invoiced-tax
               ELSE
                   MOVE 0 TO shipment-tax-value
               END-IF
           ELSE
               MOVE 0 TO shipment-tax-value
               IF  ord-val > 0
                   IF  shipment-goods-value NOT < ord-val
                       MOVE ord-tax TO shipment-tax-value
                   ELSE
                       COMPUTE shipment-tax-value ROUNDED =
                           ord-tax * shipment-goods-value / ord-val
                   END-IF
               END-IF
           END-IF

           MOVE control-id-invno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ctl-next-no TO invo-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE
           IF  NOT ctl-file-ok
               DISPLAY "SHIPMENT " ship-no " OF ORDER " ord-no
                   " NOT INVOICED -- NO INVOICE NUMBER ISSUED, "
                   "CONTROL FILE STATUS " ctl-status
               PERFORM Close-Invoicing-Files
               EXIT SECTION
           END-IF

           MOVE ord-no               TO invo-ord-no
           MOVE ord-c-code           TO invo-c-code
           MOVE today-date-yyyymmdd  TO invo-date
           MOVE shipment-goods-value TO invo-val
           MOVE shipment-tax-value   TO invo-tax
           MOVE ord-currency         TO invo-currency

           WRITE invoice-record
               INVALID KEY
                   DISPLAY "COULD NOT WRITE INVOICE FOR SHIPMENT "
                       ship-no " OF ORDER " ord-no
                   PERFORM Close-Invoicing-Files
                   EXIT SECTION
           END-WRITE
           IF  NOT invo-file-ok
               DISPLAY "COULD NOT WRITE INVOICE FOR SHIPMENT "
                   ship-no " OF ORDER " ord-no " -- INVOICE FILE "
                   "STATUS " invo-status
               PERFORM Close-Invoicing-Files
               EXIT SECTION
           END-IF
           PERFORM Close-Invoicing-Files

      *  Queued for the trading partner's electronic invoice --
      *  see CUSTEDIQ.CBL and the nightly CUSTEDIX step.
           CALL "custediq" USING "INV ", invo-c-code, invo-ord-no,
                                  invo-no
           END-CALL

           PERFORM Stamp-Shipment-Invoice

      *  VOCINVC lists the shipment's lines off its own connector.
           PERFORM Close-Shipline-File
           CALL "vocinvc" USING invoice-record, customer-record
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Open-Invoicing-Files gets the control and invoice *
      *  connectors for the invoice.  Status 41 means the    *
      *  order desk session already holds the connector       *
      *  open and it is used as it stands; anything but that   *
      *  or a clean open refuses the invoice before a number    *
      *  is issued, and the shipment is reported -- its lines   *
      *  keep invoice number 0, so CUSTSNIV lists it unbilled.  *
      *                                                  *
      ****************************************************

       Open-Invoicing-Files SECTION.

           MOVE "N" TO control-opened-switch invoice-opened-switch
                       invoicing-ready-switch

           OPEN I-O control-file
           EVALUATE TRUE
               WHEN ctl-file-ok
                   SET control-opened-here TO TRUE
               WHEN ctl-file-already-open
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SHIPMENT " ship-no " OF ORDER " ord-no
                       " NOT INVOICED -- CONTROL FILE STATUS "
                       ctl-status
                   EXIT SECTION
           END-EVALUATE

           OPEN I-O invoice-file
           IF  invo-file-not-found
               OPEN OUTPUT invoice-file
               CLOSE invoice-file
               OPEN I-O invoice-file
           END-IF
           EVALUATE TRUE
               WHEN invo-file-ok
                   SET invoice-opened-here TO TRUE
               WHEN invo-file-already-open
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SHIPMENT " ship-no " OF ORDER " ord-no
                       " NOT INVOICED -- INVOICE FILE STATUS "
                       invo-status
                   PERFORM Close-Invoicing-Files
                   EXIT SECTION
           END-EVALUATE

           SET invoicing-files-ready TO TRUE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Close-Invoicing-Files closes only what            *
      *  Open-Invoicing-Files opened itself -- a session's   *
      *  connectors stay open for the session.                *
      *                                                  *
      ****************************************************

       Close-Invoicing-Files SECTION.

           IF  control-opened-here
               CLOSE control-file
               MOVE "N" TO control-opened-switch
           END-IF
           IF  invoice-opened-here
               CLOSE invoice-file
               MOVE "N" TO invoice-opened-switch
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sum-Earlier-Shipment-Invoices totals the value    *
      *  and tax of the invoices already cut for the         *
      *  order's other shipments, read through the invoice    *
      *  numbers stamped on their lines.  A shipment's lines    *
      *  share one number, so each invoice is read once.        *
      *                                                  *
      ****************************************************

       Sum-Earlier-Shipment-Invoices SECTION.

           MOVE 0 TO earlier-invoiced-value earlier-invoiced-tax
                     earlier-invo-no
           MOVE "N" TO line-eof-switch
           MOVE ord-c-code TO shl-c-code
           MOVE ord-no     TO shl-ord-no
           MOVE 0          TO shl-ship-no
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
                   IF  shl-c-code NOT = ord-c-code
                           OR shl-ord-no NOT = ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  shl-ship-no NOT = ship-no
                               AND shl-invo-no NUMERIC
                               AND shl-invo-no > 0
                               AND shl-invo-no NOT = earlier-invo-no
                           MOVE shl-invo-no TO earlier-invo-no
                           MOVE shl-invo-no TO invo-no
                           READ invoice-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD invo-val TO
                                       earlier-invoiced-value
                                   ADD invo-tax TO
                                       earlier-invoiced-tax
                           END-READ
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

       Stamp-Shipment-Invoice SECTION.

           MOVE "N" TO line-eof-switch
           MOVE ord-c-code TO shl-c-code
           MOVE ord-no     TO shl-ord-no
           MOVE ship-no    TO shl-ship-no
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
                   IF  shl-c-code NOT = ord-c-code
                           OR shl-ord-no NOT = ord-no
                           OR shl-ship-no NOT = ship-no
                       SET line-eof TO TRUE
                   ELSE
                       MOVE invo-no TO shl-invo-no
                       REWRITE shipline-record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
