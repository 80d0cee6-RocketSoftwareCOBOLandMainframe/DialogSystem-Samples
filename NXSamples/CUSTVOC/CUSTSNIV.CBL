      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shipped-not-invoiced exception report.  Matches shipments    *
      * against invoice.ism with a classic sort-and-merge --         *
      * invoice.ism is keyed by invoice number, not order number,    *
      * so everything is released into one sort keyed by order       *
      * number -- and prints one line per shipment billing has never *
      * cut a document for, so billing stops finding out about       *
      * shipments from customer phone calls.  An order with product  *
      * lines ships, and is invoiced, shipment by shipment (see      *
      * shiplnrc.cpy and CUSTSHIP.CBL): each shipment on             *
      * shipline.ism must carry the number of an invoice on file for *
      * its order, so a part shipment is checked on its own and an   *
      * order's one invoice no longer clears all its shipments.  An  *
      * order confirmed shipped with no shipments recorded -- keyed  *
      * by value, or shipped before shipments were -- is checked as  *
      * it always was: some invoice on file for the order.           *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT shipline-file ASSIGN "shipline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shl-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS shl-status.

           SELECT sort-work-file ASSIGN "custsniv.srt".

           SELECT report-file ASSIGN "custsniv.prt"
       FD  customer-file.
           COPY "custrec.cpy".

       FD  shipline-file.
           COPY "shiplnrc.cpy".

      *  sw-invo-no and sw-rec-type sequence the merge within one
      *  order number -- an invoice record (1) sorts just ahead of
      *  the shipment (2) that carries its number, so a shipment
      *  returned without its own invoice just before it has never
      *  been invoiced.  A shipped order with no shipments (3)
      *  carries 999999 and sorts after all the order's invoices --
      *  it needs only one of them.
       SD  sort-work-file.
       01  sort-record.
           03  sw-ord-no                PIC 9(6).
           03  sw-invo-no               PIC 9(6).
           03  sw-rec-type              PIC 9.
           03  sw-c-code                PIC X(5).
           03  sw-ship-no               PIC 9(3).
           03  sw-ship-date             PIC 9(8).
           03  sw-ord-val               PIC 9(7)V99 COMP.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  shl-status                  PIC XX.
           88  shl-file-ok             VALUE "00".
           88  shl-file-eof            VALUE "10".
           88  shl-file-not-found      VALUE "35".

      *  prev-c-code/skip-customer track the customer whose orders
      *  the scan is currently walking -- one cust.ism read per
      *  customer boundary, not one per order.
       77  prev-c-code                 PIC X(5) VALUE LOW-VALUES.
       77  check-c-code                PIC X(5).
       77  skip-customer-switch        PIC X VALUE "N".
           88  skip-customer           VALUE "Y".

       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  last-invoiced-ord-no        PIC 9(6) VALUE 0.
       77  last-invoice-no             PIC 9(6) VALUE 0.
       77  exceptions-printed          PIC 9(6) COMP.

      *  The shipment whose shipline.ism lines are being totalled --
      *  released to the sort when the next shipment's lines start.
       77  held-shipment-switch        PIC X VALUE "N".
           88  shipment-held               VALUE "Y".
       77  held-c-code                 PIC X(5).
       77  held-ord-no                 PIC 9(6).
       77  held-ship-no                PIC 9(3).
       77  held-ship-date              PIC 9(8).
       77  held-invo-no                PIC 9(6).
       77  held-ship-val               PIC 9(7)V99 COMP.

       01  page-title                  PIC X(40) VALUE
               "SHIPPED-NOT-INVOICED EXCEPTIONS".

       01  column-heading              PIC X(50) VALUE
               "CUST   ORDER   SHP  SHIPPED        VALUE".

       01  detail-line.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ship-no              PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ship-date            PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ord-val              PIC Z,ZZZ,ZZ9.99.
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE column-heading TO report-line
           WRITE report-line

           SORT sort-work-file
               ON ASCENDING KEY sw-ord-no, sw-invo-no, sw-rec-type
               INPUT PROCEDURE IS Build-Merge-Input
               OUTPUT PROCEDURE IS Match-And-Report


      ****************************************************
      *                                                  *
      *  Build-Merge-Input releases one type-1 record    *
      *  per invoice on file, one type-2 record per      *
      *  shipment on shipline.ism, and one type-3 record *
      *  per shipped, not-voided order with no shipments *
      *  recorded.                                       *
      *                                                  *
      ****************************************************

                           ADD 1 TO run-reads-count
                           MOVE SPACES TO sort-record
                           MOVE invo-ord-no TO sw-ord-no
                           MOVE invo-no     TO sw-invo-no
                           MOVE 1           TO sw-rec-type
                           RELEASE sort-record
                   END-READ
               CLOSE invoice-file
           END-IF

           OPEN INPUT customer-file

           OPEN INPUT shipline-file
           IF  NOT shl-file-not-found
               PERFORM UNTIL shl-file-eof
                   READ shipline-file NEXT RECORD
                       AT END
                           SET shl-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO run-reads-count
                           PERFORM Total-Shipment-Line
                   END-READ
               END-PERFORM
               PERFORM Release-Held-Shipment
               CLOSE shipline-file
           END-IF

           OPEN INPUT order-file
           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  ord-c-code NOT = prev-c-code
                           MOVE ord-c-code TO check-c-code
                           PERFORM Check-Customer-Inv-Mode
                       END-IF
                       IF  ord-last-ship-no NOT NUMERIC
                           MOVE 0 TO ord-last-ship-no
                       END-IF
                       IF  order-ful-shipped AND NOT order-voided
                                       AND NOT skip-customer
                                       AND ord-last-ship-no = 0
                           MOVE SPACES TO sort-record
                           MOVE ord-no      TO sw-ord-no
                           MOVE 999999      TO sw-invo-no
                           MOVE 3           TO sw-rec-type
                           MOVE 0           TO sw-ship-no
                           MOVE ord-c-code  TO sw-c-code
                           IF  ord-ship-date NUMERIC
                               MOVE ord-ship-date TO sw-ship-date

      ****************************************************
      *                                                  *
      *  Total-Shipment-Line adds one shipment line to   *
      *  the shipment it belongs to, releasing the       *
      *  shipment before it when this line starts a new  *
      *  one.  A shipment takes its invoice number off   *
      *  its lines.                                      *
      *                                                  *
      ****************************************************

       Total-Shipment-Line SECTION.

           IF  shipment-held
               IF  shl-c-code NOT = held-c-code
                       OR shl-ord-no NOT = held-ord-no
                       OR shl-ship-no NOT = held-ship-no
                   PERFORM Release-Held-Shipment
               END-IF
           END-IF

           IF  NOT shipment-held
               MOVE shl-c-code    TO held-c-code
               MOVE shl-ord-no    TO held-ord-no
               MOVE shl-ship-no   TO held-ship-no
               MOVE shl-ship-date TO held-ship-date
               MOVE shl-invo-no   TO held-invo-no
               MOVE 0             TO held-ship-val
               SET shipment-held TO TRUE
           END-IF
           ADD shl-extension TO held-ship-val.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Held-Shipment releases the shipment     *
      *  just totalled as a type-2 record -- unless its  *
      *  account is invoiced weekly.                     *
      *                                                  *
      ****************************************************

       Release-Held-Shipment SECTION.

           IF  NOT shipment-held
               EXIT SECTION
           END-IF
           MOVE "N" TO held-shipment-switch

           IF  held-c-code NOT = prev-c-code
               MOVE held-c-code TO check-c-code
               PERFORM Check-Customer-Inv-Mode
           END-IF
           IF  skip-customer
               EXIT SECTION
           END-IF

           MOVE SPACES TO sort-record
           MOVE held-ord-no    TO sw-ord-no
           MOVE held-invo-no   TO sw-invo-no
           MOVE 2              TO sw-rec-type
           MOVE held-c-code    TO sw-c-code
           MOVE held-ship-no   TO sw-ship-no
           MOVE held-ship-date TO sw-ship-date
           MOVE held-ship-val  TO sw-ord-val
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Customer-Inv-Mode refreshes skip-customer *
      *  at each customer boundary in the key sequence   *
      *  -- consolidated-invoicing accounts are skipped, *
      *  everyone else is reported on.                   *
      *                                                  *
      ****************************************************

       Check-Customer-Inv-Mode SECTION.

           MOVE check-c-code TO prev-c-code
           MOVE "N" TO skip-customer-switch
           MOVE check-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   CONTINUE

      ****************************************************
      *                                                  *
      *  Match-And-Report walks the merged sequence --   *
      *  type-1 invoice records remember the order and   *
      *  invoice number; a type-2 shipment whose invoice *
      *  was not just remembered, or a type-3 shipped    *
      *  order with no invoice remembered for it at all, *
      *  prints.                                         *
      *                                                  *
      ****************************************************


       Match-One-Record SECTION.

           EVALUATE sw-rec-type
               WHEN 1
                   MOVE sw-ord-no  TO last-invoiced-ord-no
                   MOVE sw-invo-no TO last-invoice-no
               WHEN 2
                   IF  sw-invo-no = 0
                           OR sw-ord-no NOT = last-invoiced-ord-no
                           OR sw-invo-no NOT = last-invoice-no
                       MOVE sw-ship-no TO dl-ship-no
                       PERFORM Print-Exception
                   END-IF
               WHEN 3
                   IF  sw-ord-no NOT = last-invoiced-ord-no
                       MOVE SPACES TO dl-ship-no
                       PERFORM Print-Exception
                   END-IF
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Exception prints the sort record in hand  *
      *  as one shipped-not-invoiced line.               *
      *                                                  *
      ****************************************************

       Print-Exception SECTION.

           MOVE sw-c-code    TO dl-c-code
           MOVE sw-ord-no    TO dl-ord-no
           MOVE sw-ship-date TO dl-ship-date
           MOVE sw-ord-val   TO dl-ord-val
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO exceptions-printed
           ADD 1 TO run-writes-count.
           EXIT.
