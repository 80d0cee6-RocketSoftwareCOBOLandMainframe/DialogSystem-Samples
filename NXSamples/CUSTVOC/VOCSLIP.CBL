           ACCESS IS DYNAMIC
           FILE STATUS IS line-status.

      *  backorder-file carries what the customer is still waiting
      *  for -- each open backorder prints on the slip with the
      *  date it was promised for.
           SELECT backorder-file ASSIGN "backord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bko-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bkof-status.

      ****************************************************
      *                                                  *
      *                                                  *
       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  backorder-file.
           COPY "backorec.cpy".

       WORKING-STORAGE SECTION.

       01  report-status               PIC XX.
       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                VALUE "Y".

       01  bkof-status                 PIC XX.
           88  bko-file-ok             VALUE "00".
           88  bko-file-eof            VALUE "10".
           88  bko-file-not-found      VALUE "35".
       77  backorder-count             PIC 9(4) COMP.

       01  follow-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-item                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-qty                  PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  fl-promise              PIC X(30).

       01  item-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  il-item                 PIC X(4).
       01  amount-display              PIC Z,ZZZ,ZZ9.99.
       77  list-price-value            PIC 9(8)V99 COMP.

      *  The slip prints in the customer's language (slip-c-
      *  language): each label below is asked of the shared
      *  custdoct lookup under its text id, with the English as the
      *  default, and the dates and amounts are laid out through the
      *  shared custlfmt formatter.  Labels that line the amounts up
      *  are taken at their English width.
       77  doc-type                    PIC X(4) VALUE "SLIP".
       77  doc-text-id                 PIC X(8).
       01  doc-text                    PIC X(80).
       77  fmt-mode                    PIC X.
       77  fmt-date                    PIC 9(8).
       77  fmt-amount                  PIC S9(11)V99 COMP.
       01  fmt-text                    PIC X(18).
       01  local-date                  PIC X(10).
       01  local-amount                PIC X(12).

       LINKAGE SECTION.

       01  slip-c-code                   PIC X(5).
      *  slip-tax-note "X" means tax was charged only because the
      *  exemption certificate has expired -- the slip says so.
       01  slip-tax-note                 PIC X.
      *  slip-c-language is the customer's file-c-language.
       01  slip-c-language               PIC X(2).

      ****************************************************
      *                                                  *
                                 slip-ord-date, slip-ord-val,
                                 slip-pay-val, slip-tax-val,
                                 slip-disc-val, slip-freight-val,
                                 slip-tax-note, slip-c-language.

       Main-Process SECTION.

           WRITE report-line

           MOVE SPACES TO report-line
           MOVE "CONFFOR" TO doc-text-id
           MOVE "ORDER CONFIRMATION FOR" TO doc-text
           PERFORM Get-Doc-Text
           STRING doc-text DELIMITED BY "  "
                  " " slip-c-code " " slip-c-name
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE slip-ord-date TO fmt-date
           PERFORM Get-Local-Date
           MOVE SPACES TO report-line
           MOVE "ORDERNO" TO doc-text-id
           MOVE "ORDER NO: " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:10) TO report-line(1:10)
           MOVE slip-ord-no TO report-line(11:6)
           MOVE "DATE" TO doc-text-id
           MOVE "   DATE: " TO doc-text
           PERFORM Get-Doc-Text
           MOVE doc-text(1:9) TO report-line(17:9)
           MOVE local-date TO report-line(26:10)
           WRITE report-line

           PERFORM Print-Order-Lines
           PERFORM Print-Backorder-Promises

      *  The list price and the discount taken show separately from
      *  the net order value, so the terms a volume account gets are
      *  visible on paper instead of buried in a lowered figure.
           COMPUTE list-price-value = slip-ord-val + slip-disc-val
           MOVE list-price-value TO fmt-amount
           MOVE "LISTPRC" TO doc-text-id
           MOVE "LIST PRICE:  " TO doc-text
           PERFORM Print-Amount-Line

           MOVE slip-disc-val TO fmt-amount
           MOVE "DISCOUNT" TO doc-text-id
           MOVE "DISCOUNT:    " TO doc-text
           PERFORM Print-Amount-Line

           MOVE slip-ord-val TO fmt-amount
           MOVE "ORDVAL" TO doc-text-id
           MOVE "ORDER VALUE: " TO doc-text
           PERFORM Print-Amount-Line

           MOVE slip-tax-val TO fmt-amount
           MOVE "TAX" TO doc-text-id
           MOVE "SALES TAX:   " TO doc-text
           PERFORM Print-Amount-Line

           IF  slip-tax-note = "X"
               MOVE "TAXEXPD" TO doc-text-id
               MOVE SPACES TO doc-text
               STRING "  TAX CHARGED -- EXEMPTION CERTIFICATE "
                      "EXPIRED; PLEASE FILE A RENEWAL"
                   DELIMITED BY SIZE INTO doc-text
               PERFORM Get-Doc-Text
               MOVE SPACES TO report-line
               MOVE doc-text TO report-line
               WRITE report-line
           END-IF

      *  Freight shows as its own line the way the tax does, so
      *  the goods figure matches the customer's purchase order.
           MOVE slip-freight-val TO fmt-amount
           MOVE "FREIGHT" TO doc-text-id
           MOVE "FREIGHT:     " TO doc-text
           PERFORM Print-Amount-Line

      *  "PAID TO DATE: " has always run one character wider than
      *  the other labels.
           MOVE slip-pay-val TO fmt-amount
           PERFORM Get-Local-Amount
           MOVE "PAIDTD" TO doc-text-id
           MOVE "PAID TO DATE: " TO doc-text
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           STRING doc-text(1:14) local-amount
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

               CLOSE ordline-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Backorder-Promises lists the customer's     *
      *  open backorders under the order lines, each with   *
      *  the available-to-promise date quoted when it was    *
      *  taken, so the slip tells the customer when the       *
      *  rest is coming.  A backorder taken before promise     *
      *  dates were kept, or with no open PO to cover it,       *
      *  reads "DATE TO BE CONFIRMED".                           *
      *                                                  *
      ****************************************************

       Print-Backorder-Promises SECTION.

           MOVE 0 TO backorder-count
           OPEN INPUT backorder-file
           IF  bko-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL bko-file-eof
               READ backorder-file NEXT RECORD
                   AT END
                       SET bko-file-eof TO TRUE
               END-READ
               IF  NOT bko-file-eof
                   IF  backorder-open
                   AND bko-c-code = slip-c-code
                       IF  backorder-count = 0
                           MOVE "TOFOLLOW" TO doc-text-id
                           MOVE "TO FOLLOW -- ON BACKORDER:"
                               TO doc-text
                           PERFORM Get-Doc-Text
                           MOVE SPACES TO report-line
                           MOVE doc-text TO report-line
                           WRITE report-line
                       END-IF
                       ADD 1 TO backorder-count
                       MOVE bko-item-code TO fl-item
                       MOVE bko-qty       TO fl-qty
                       MOVE "TBC" TO doc-text-id
                       MOVE "DATE TO BE CONFIRMED" TO doc-text
                       PERFORM Get-Doc-Text
                       MOVE doc-text TO fl-promise
                       IF  bko-promise-date NUMERIC
                           IF  bko-promise-date NOT = 0
                               MOVE bko-promise-date TO fmt-date
                               PERFORM Get-Local-Date
                               MOVE "PROMISED" TO doc-text-id
                               MOVE "PROMISED FOR" TO doc-text
                               PERFORM Get-Doc-Text
                               MOVE SPACES TO fl-promise
                               STRING doc-text DELIMITED BY "  "
                                      " " local-date
                                   DELIMITED BY SIZE INTO fl-promise
                           END-IF
                       END-IF
                       MOVE follow-line TO report-line
                       WRITE report-line
                   END-IF
               END-IF
           END-PERFORM

           CLOSE backorder-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Amount-Line prints one of the slip's      *
      *  money lines: the doc-text-id label at its       *
      *  English width, then fmt-amount.                 *
      *                                                  *
      ****************************************************

       Print-Amount-Line SECTION.

           PERFORM Get-Local-Amount
           PERFORM Get-Doc-Text
           MOVE SPACES TO report-line
           STRING doc-text(1:13) local-amount
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Doc-Text replaces the English in doc-text   *
      *  with the customer's language's wording for      *
      *  doc-text-id, when there is some on file.        *
      *                                                  *
      ****************************************************

       Get-Doc-Text SECTION.

           CALL "custdoct" USING doc-type, slip-c-language,
                                  doc-text-id, doc-text
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Local-Date lays fmt-date out in the         *
      *  customer's local format, or as the eight digits *
      *  the slip has always shown when the language has *
      *  no layout of its own.                           *
      *                                                  *
      ****************************************************

       Get-Local-Date SECTION.

           MOVE fmt-date TO local-date
           MOVE "D" TO fmt-mode
           CALL "custlfmt" USING slip-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           IF  fmt-text NOT = SPACES
               MOVE fmt-text TO local-date
           END-IF.
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
           CALL "custlfmt" USING slip-c-language, fmt-mode, fmt-date,
                                  fmt-amount, fmt-text
           END-CALL
           IF  fmt-text NOT = SPACES
               MOVE fmt-text(7:12) TO local-amount
           END-IF.
           EXIT.
