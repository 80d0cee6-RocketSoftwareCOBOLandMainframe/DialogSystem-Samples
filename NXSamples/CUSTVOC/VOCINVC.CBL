      * new order -- so the larger accounts that refuse to pay off a  *
      * statement line get a numbered invoice document per order,     *
      * addressed from the customer's file-c-addr block and billed    *
      * in the order's own currency.  An order with product lines is  *
      * invoiced shipment by shipment instead, from the shared        *
      * custship keeper as the goods leave: the document then lists   *
      * the lines and quantities that went on that shipment, and the  *
      * order's freight is billed on its first shipment only.         *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

      *  shipline-file names the shipment an invoice bills, when it
      *  bills one -- see Get-Invoice-Shipment.
           SELECT shipline-file ASSIGN "shipline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shl-status.

      ****************************************************
      *                                                  *
      *                                                  *
       FD  order-file.
           COPY "custordr.cpy".

       FD  shipline-file.
           COPY "shiplnrc.cpy".

       WORKING-STORAGE SECTION.

       01  report-status               PIC XX.
       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  shl-status                  PIC XX.
           88  shl-file-ok             VALUE "00".

      *  invoice-ship-no is the order's shipment this invoice bills
      *  -- zero for an invoice cut when the order was saved, or a
      *  consolidated one.
       77  invoice-ship-no             PIC 9(3).
       77  ship-eof-switch             PIC X.
           88  ship-eof                    VALUE "Y".
       01  shipment-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-item                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-qty                  PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-amount               PIC X(12).

      *  invoice-freight/invoice-carrier come off the invoiced
      *  order record -- zero and spaces for a consolidated
      *  (customer-level, invo-ord-no zero) invoice or an order no
      *  longer on file.
       77  invoice-freight             PIC 9(5)V99 COMP.
       77  invoice-carrier             PIC X(3).
      *  rebill-flag comes back "Y" from the shared custrbil lookup
      *  for a deduction's re-bill invoice -- the shortfall alone,
      *  with no freight.  See Get-Order-Freight.
       77  rebill-flag                 PIC X.
           88  invoice-is-rebill           VALUE "Y".
      *  invoice-tax-juris is the jurisdiction the order's tax was
      *  charged at (ord-tax-juris), printed beside the tax line so
      *  a reprint shows the rate's origin as the original did.
       01  invoice-tax-juris.
           03  itj-state               PIC X(2).
           03  itj-postal              PIC X(5).

      *  The machine-readable remittance stub -- built through the
      *  shared custscan keeper, so CUSTCASH can match the bank's
       01  invoice-no-display          PIC 9(6).
       01  invoice-date-display        PIC 9999/99/99.

      *  The invoice prints in the customer's language (file-c-
      *  language): each label below is asked of the shared
      *  custdoct lookup under its text id, with the English as the
      *  default, and the date and amounts are laid out through the
      *  shared custlfmt formatter.  A consolidated invoice asks
      *  under document type "CINV" first, then "INVC".  Labels
      *  that line the amounts up are taken at their English width.
       77  doc-type                    PIC X(4).
       77  doc-text-id                 PIC X(8).
       01  doc-text                    PIC X(80).
       01  default-text                PIC X(80).
       77  fmt-mode                    PIC X.
       77  fmt-date                    PIC 9(8).
       77  fmt-amount                  PIC S9(11)V99 COMP.
       01  fmt-text                    PIC X(18).
       01  local-date                  PIC X(10).
       01  local-amount                PIC X(12).

       LINKAGE SECTION.

           COPY "invcrec.cpy".

           MOVE SPACES TO report-line
           WRITE report-line
      *  The @DOC line marks where this document starts in the print
      *  stream -- consumed by the print formatter like the @IMAGE
      *  letterhead line, and read back by CUSTMAIL.CBL to e-mail
      *  it and by CUSTDARC.CBL to file it in the reprint archive.
           MOVE SPACES TO report-line
           STRING "@DOC " file-c-code " INVC " invo-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           STRING "@IMAGE: " company-logo-image DELIMITED BY SIZE

           MOVE invo-no   TO invoice-no-display
           MOVE invo-date TO invoice-date-display
           MOVE invoice-date-display TO local-date
           MOVE "D"       TO fmt-mode
           MOVE invo-date TO fmt-date
           CALL "custlfmt" USING file-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           IF  fmt-text NOT = SPACES
               MOVE fmt-text TO local-date
           END-IF
           MOVE SPACES TO report-line
           MOVE "INVNO" TO doc-text-id
           MOVE "INVOICE NO: " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:12) TO report-line(1:12)
           MOVE invoice-no-display TO report-line(13:6)
           MOVE "DATE" TO doc-text-id
           MOVE "    DATE: " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:10) TO report-line(19:10)
           MOVE local-date TO report-line(29:10)
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           MOVE "BILLTO" TO doc-text-id
           MOVE "BILL TO:" TO doc-text
           PERFORM Get-Doc-Text
           STRING doc-text DELIMITED BY "  "
                  " " invo-c-code " " file-c-name
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           MOVE "FORORDER" TO doc-text-id
           MOVE "FOR ORDER NO:" TO doc-text
           PERFORM Get-Doc-Text
           STRING doc-text DELIMITED BY "  "
                  " " invo-ord-no
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           PERFORM Get-Invoice-Shipment

           MOVE invo-val TO fmt-amount
           PERFORM Get-Local-Amount
           MOVE SPACES TO report-line
           MOVE "GOODS" TO doc-text-id
           MOVE "GOODS VALUE: " TO doc-text
           PERFORM Get-Doc-Text
           STRING doc-text(1:13) local-amount " " invo-currency
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           PERFORM Get-Order-Freight
           MOVE invo-tax TO fmt-amount
           PERFORM Get-Local-Amount
           MOVE SPACES TO report-line
           MOVE "TAX" TO doc-text-id
           MOVE "SALES TAX:   " TO doc-text
           PERFORM Get-Doc-Text
           IF  invoice-tax-juris = SPACES
               STRING doc-text(1:13) local-amount " " invo-currency
                   DELIMITED BY SIZE INTO report-line
           ELSE
               MOVE doc-text(1:13) TO default-text
               MOVE "JURIS" TO doc-text-id
               MOVE "JURISDICTION" TO doc-text
               PERFORM Get-Doc-Text
               STRING default-text(1:13) local-amount " "
                      invo-currency "  "
                   DELIMITED BY SIZE
                      doc-text DELIMITED BY "  "
                      " " itj-state " " itj-postal
                   DELIMITED BY SIZE INTO report-line
           END-IF
           WRITE report-line

      *  Freight shows as its own line the way the tax does, and
      *  folds into the amount due -- the goods figure alone now
      *  matches the customer's purchase order.
           IF  invoice-freight > 0
               MOVE invoice-freight TO fmt-amount
               PERFORM Get-Local-Amount
               MOVE SPACES TO report-line
               MOVE "FREIGHT" TO doc-text-id
               MOVE "FREIGHT:     " TO doc-text
               PERFORM Get-Doc-Text
               MOVE doc-text(1:13) TO default-text
               MOVE "VIA" TO doc-text-id
               MOVE "VIA" TO doc-text
               PERFORM Get-Doc-Text
               STRING default-text(1:13) local-amount " "
                      invo-currency " "
                   DELIMITED BY SIZE
                      doc-text DELIMITED BY "  "
                      " " invoice-carrier
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           COMPUTE amount-due = invo-val + invo-tax
                                         + invoice-freight
           MOVE amount-due TO fmt-amount
           PERFORM Get-Local-Amount
           MOVE SPACES TO report-line
           MOVE "AMTDUE" TO doc-text-id
           MOVE "AMOUNT DUE:  " TO doc-text
           PERFORM Get-Doc-Text
           STRING doc-text(1:13) local-amount " " invo-currency
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           MOVE "TERMS" TO doc-text-id
           MOVE SPACES TO doc-text
           STRING "TERMS: NET 30 DAYS -- PLEASE QUOTE THE INVOICE "
                  "NUMBER WITH YOUR REMITTANCE"
               DELIMITED BY SIZE INTO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text TO report-line
           WRITE report-line

      *  The tear-off remittance stub -- the scanline encodes the
                                      scan-valid-flag
               END-CALL
               MOVE SPACES TO report-line
               MOVE "STUB" TO doc-text-id
               MOVE "REMITTANCE STUB -- RETURN WITH PAYMENT:"
                   TO doc-text
               PERFORM Get-Doc-Text
               STRING doc-text DELIMITED BY "  "
                      " " scan-line-work
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
      ****************************************************
      *                                                  *
      *  Get-Order-Freight reads the invoiced order off    *
      *  order.ism for its carrier, freight charge and      *
      *  tax jurisdiction -- nothing to read for a            *
      *  consolidated invoice (invo-ord-no zero), and an       *
      *  order not found reads as no freight.  The freight      *
      *  goes on the first shipment's invoice, or the order's   *
      *  own when no shipment carries it -- never on a          *
      *  deduction's re-bill, which bills the shortfall alone.  *
      *                                                  *
      ****************************************************


           MOVE 0      TO invoice-freight
           MOVE SPACES TO invoice-carrier
           MOVE SPACES TO invoice-tax-juris
           IF  invo-ord-no > 0
               OPEN INPUT order-file
               MOVE invo-c-code TO ord-c-code
                   NOT INVALID KEY
                       MOVE ord-freight TO invoice-freight
                       MOVE ord-carrier TO invoice-carrier
      *  The freight is billed once, with the first shipment.
                       IF  invoice-ship-no > 1
                           MOVE 0 TO invoice-freight
                       END-IF
                       IF  invoice-ship-no = 0
                           CALL "custrbil" USING invo-c-code,
                                                  invo-ord-no,
                                                  invo-no,
                                                  rebill-flag
                           END-CALL
                           IF  invoice-is-rebill
                               MOVE 0 TO invoice-freight
                           END-IF
                       END-IF
                       IF  ord-tax-juris NOT = LOW-VALUES
                           MOVE ord-tax-juris TO invoice-tax-juris
                       END-IF
               END-READ
               CLOSE order-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Invoice-Shipment looks for the shipment whose  *
      *  lines carry this invoice's number and, finding it,   *
      *  prints its number and the lines that went on it --    *
      *  item, quantity shipped and the billed extension.       *
      *                                                  *
      ****************************************************

       Get-Invoice-Shipment SECTION.

           MOVE 0 TO invoice-ship-no
           IF  invo-ord-no = 0
               EXIT SECTION
           END-IF

           OPEN INPUT shipline-file
           IF  NOT shl-file-ok
               EXIT SECTION
           END-IF

           MOVE "N" TO ship-eof-switch
           MOVE invo-c-code TO shl-c-code
           MOVE invo-ord-no TO shl-ord-no
           MOVE 0           TO shl-ship-no
           MOVE 0           TO shl-line-no
           START shipline-file KEY IS NOT LESS THAN shl-key
               INVALID KEY
                   SET ship-eof TO TRUE
           END-START

           PERFORM UNTIL ship-eof
               READ shipline-file NEXT RECORD
                   AT END
                       SET ship-eof TO TRUE
               END-READ
               IF  NOT ship-eof
                   IF  shl-c-code NOT = invo-c-code
                           OR shl-ord-no NOT = invo-ord-no
                       SET ship-eof TO TRUE
                   ELSE
                       IF  shl-invo-no = invo-no
                           IF  invoice-ship-no = 0
                               MOVE shl-ship-no TO invoice-ship-no
                               MOVE SPACES TO report-line
                               MOVE "SHIPMENT" TO doc-text-id
                               MOVE "SHIPMENT NO:" TO doc-text
                               PERFORM Get-Doc-Text
                               STRING doc-text DELIMITED BY "  "
                                      " " invoice-ship-no
                                   DELIMITED BY SIZE INTO report-line
                               WRITE report-line
                           END-IF
                           MOVE shl-item-code TO sl-item
                           MOVE shl-qty       TO sl-qty
                           MOVE shl-extension TO fmt-amount
                           PERFORM Get-Local-Amount
                           MOVE local-amount  TO sl-amount
                           MOVE shipment-line TO report-line
                           WRITE report-line
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE shipline-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Doc-Text replaces the English in doc-text   *
      *  with the customer's language's wording for      *
      *  doc-text-id, when there is some on file -- a    *
      *  consolidated invoice's own "CINV" wording       *
      *  first, then the invoice's.                      *
      *                                                  *
      ****************************************************

       Get-Doc-Text SECTION.

           MOVE doc-text TO default-text
           IF  invo-ord-no = 0
               MOVE "CINV" TO doc-type
               CALL "custdoct" USING doc-type, file-c-language,
                                      doc-text-id, doc-text
               END-CALL
               IF  doc-text NOT = default-text
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "INVC" TO doc-type
           CALL "custdoct" USING doc-type, file-c-language,
                                  doc-text-id, doc-text
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Local-Amount lays fmt-amount out in the     *
      *  customer's local format for the twelve-wide     *
      *  amount column, through amount-display when the  *
      *  language has no layout of its own.              *
      *                                                  *
      ****************************************************

       Get-Local-Amount SECTION.

           MOVE fmt-amount TO amount-display
           MOVE amount-display TO local-amount
           MOVE "A" TO fmt-mode
           CALL "custlfmt" USING file-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           IF  fmt-text NOT = SPACES
               MOVE fmt-text(7:12) TO local-amount
           END-IF.
           EXIT.
