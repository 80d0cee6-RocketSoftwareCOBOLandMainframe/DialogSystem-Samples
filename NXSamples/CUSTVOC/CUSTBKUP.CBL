      * there is offsite recovery independent of cust.ism/order.ism  *
      * themselves.  Run with MODE-SWITCH "E" to extract (the        *
      * nightly case) or "R" to reload an extract back into the      *
      * ISAM files (e.g. onto a freshly allocated cust.ism after a   *
      * disk loss).  The payment allocations (payment.ism) and the   *
      * balance summaries (custbal.ism) ride the same extract, so a  *
      * reload gives back every file the weekly custrstv.sh restore  *
      * test proves against the live set.                            *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The alternate key is declared so a reload rebuilds the
      *  by-name index the screens search on, not just the data.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS pay-status.

           SELECT custbal-file ASSIGN "custbal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bal-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS bal-status.

           SELECT cust-extract-file ASSIGN "custbkup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cust-ext-status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ord-ext-status.

           SELECT pay-extract-file ASSIGN "paybkup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pay-ext-status.

           SELECT bal-extract-file ASSIGN "balbkup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bal-ext-status.

           SELECT report-file ASSIGN "custbkup.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  order-file.
           COPY "custordr.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  custbal-file.
           COPY "custbal.cpy".

      *  cust-extract-record mirrors customer-record field for field
      *  so the extract is a plain readable copy of cust.ism, not an
      *  opaque byte image tied to one platform's record layout.
           03  oe-ord-gl-flag          PIC X.
           03  oe-ord-appr-status      PIC X.
           03  oe-ord-shipto           PIC X(3).
      *  oe-ord-freight was added to the end of the line -- an
      *  extract written before it reads back as spaces here, which
      *  the reload guards with IF NUMERIC.
           03  oe-ord-freight          PIC 9(5)V99.

      *  pe-/be- records mirror payment-record and custbal-record
      *  field for field, display digits for the COMP fields.
       FD  pay-extract-file.
       01  pay-extract-record.
           03  pe-ord-no               PIC 9(6).
           03  pe-pay-no               PIC 9(8).
           03  pe-pay-date             PIC 9(8).
           03  pe-pay-amount           PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           03  pe-recon-flag           PIC X.
           03  pe-c-code               PIC X(5).
           03  pe-rev-flag             PIC X.
           03  pe-rev-date             PIC X(8).
           03  pe-rev-reason           PIC X(3).

       FD  bal-extract-file.
       01  bal-extract-record.
           03  be-c-code               PIC X(5).
           03  be-open-bal             PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           03  be-ytd-count            PIC 9(5).
           03  be-ytd-ord-val          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           03  be-ytd-pay-val          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           03  be-last-act             PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
           88  pay-file-eof            VALUE "10".
           88  pay-file-not-found      VALUE "35".

       01  bal-status                  PIC XX.
           88  bal-file-ok             VALUE "00".
           88  bal-file-eof            VALUE "10".
           88  bal-file-not-found      VALUE "35".

       01  cust-ext-status             PIC XX.
           88  cust-ext-ok             VALUE "00".
           88  cust-ext-eof            VALUE "10".
           88  ord-ext-ok              VALUE "00".
           88  ord-ext-eof             VALUE "10".

       01  pay-ext-status              PIC XX.
           88  pay-ext-ok              VALUE "00".
           88  pay-ext-eof             VALUE "10".
           88  pay-ext-not-found       VALUE "35".

       01  bal-ext-status              PIC XX.
           88  bal-ext-ok              VALUE "00".
           88  bal-ext-eof             VALUE "10".
           88  bal-ext-not-found       VALUE "35".

       77  mode-switch                 PIC X.
           88  extract-mode            VALUE "E".
           88  reload-mode             VALUE "R".
           IF  extract-mode
               PERFORM Extract-Customers
               PERFORM Extract-Orders
               PERFORM Extract-Payments
               PERFORM Extract-Balances
           ELSE
               IF  reload-mode
                   PERFORM Reload-Customers
                   PERFORM Reload-Orders
                   PERFORM Reload-Payments
                   PERFORM Reload-Balances
               ELSE
                   DISPLAY "CUSTBKUP: MODE MUST BE E OR R"
               END-IF
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Extract-Payments and Extract-Balances carry the   *
      *  payment allocations and balance summaries.  A      *
      *  file not yet on file extracts as an empty file,    *
      *  so the reload sees the same nothing.               *
      *                                                  *
      ****************************************************

       Extract-Payments SECTION.

           MOVE 0 TO record-count
           OPEN OUTPUT pay-extract-file
           OPEN INPUT payment-file
           IF  pay-file-not-found
               SET pay-file-eof TO TRUE
           ELSE
               MOVE LOW-VALUES TO pay-key
               START payment-file KEY IS NOT LESS THAN pay-key
                   INVALID KEY
                       SET pay-file-eof TO TRUE
               END-START
           END-IF

           PERFORM UNTIL pay-file-eof
               READ payment-file NEXT RECORD
                   AT END
                       SET pay-file-eof TO TRUE
                   NOT AT END
                       MOVE pay-ord-no     TO pe-ord-no
                       MOVE pay-no         TO pe-pay-no
                       MOVE pay-date       TO pe-pay-date
                       MOVE pay-amount     TO pe-pay-amount
                       MOVE pay-recon-flag TO pe-recon-flag
                       MOVE pay-c-code     TO pe-c-code
                       MOVE pay-rev-flag   TO pe-rev-flag
                       MOVE pay-rev-date   TO pe-rev-date
                       MOVE pay-rev-reason TO pe-rev-reason
                       WRITE pay-extract-record
                       ADD 1 TO record-count
                       ADD 1 TO run-reads-count
                       ADD 1 TO run-writes-count
               END-READ
           END-PERFORM

           IF  NOT pay-file-not-found
               CLOSE payment-file
           END-IF
           CLOSE pay-extract-file

           MOVE record-count TO record-count-display
           MOVE SPACES TO report-line
           STRING "PAYMENTS EXTRACTED: " record-count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Extract-Balances SECTION.

           MOVE 0 TO record-count
           OPEN OUTPUT bal-extract-file
           OPEN INPUT custbal-file
           IF  bal-file-not-found
               SET bal-file-eof TO TRUE
           ELSE
               MOVE LOW-VALUES TO bal-c-code
               START custbal-file KEY IS NOT LESS THAN bal-c-code
                   INVALID KEY
                       SET bal-file-eof TO TRUE
               END-START
           END-IF

           PERFORM UNTIL bal-file-eof
               READ custbal-file NEXT RECORD
                   AT END
                       SET bal-file-eof TO TRUE
                   NOT AT END
                       MOVE bal-c-code      TO be-c-code
                       MOVE bal-open-bal    TO be-open-bal
                       MOVE bal-ytd-count   TO be-ytd-count
                       MOVE bal-ytd-ord-val TO be-ytd-ord-val
                       MOVE bal-ytd-pay-val TO be-ytd-pay-val
                       MOVE bal-last-act    TO be-last-act
                       WRITE bal-extract-record
                       ADD 1 TO record-count
                       ADD 1 TO run-reads-count
                       ADD 1 TO run-writes-count
               END-READ
           END-PERFORM

           IF  NOT bal-file-not-found
               CLOSE custbal-file
           END-IF
           CLOSE bal-extract-file

           MOVE record-count TO record-count-display
           MOVE SPACES TO report-line
           STRING "BALANCE SUMMARIES EXTRACTED: " record-count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reload-Customers rebuilds cust.ism from the      *
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reload-Payments and Reload-Balances rebuild        *
      *  payment.ism and custbal.ism.  An extract taken      *
      *  before these files rode along is simply not there  *
      *  -- reported, and the file left alone.              *
      *                                                  *
      ****************************************************

       Reload-Payments SECTION.

           MOVE 0 TO record-count
           OPEN INPUT pay-extract-file
           IF  pay-ext-not-found
               MOVE "NO PAYMENT EXTRACT ON FILE -- NOT RELOADED"
                   TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF
           OPEN OUTPUT payment-file

           PERFORM UNTIL pay-ext-eof
               READ pay-extract-file
                   AT END
                       SET pay-ext-eof TO TRUE
                   NOT AT END
                       MOVE SPACES TO payment-record
                       MOVE pe-ord-no     TO pay-ord-no
                       MOVE pe-pay-no     TO pay-no
                       MOVE pe-pay-date   TO pay-date
                       MOVE pe-pay-amount TO pay-amount
                       MOVE pe-recon-flag TO pay-recon-flag
                       MOVE pe-c-code     TO pay-c-code
                       MOVE pe-rev-flag   TO pay-rev-flag
                       MOVE pe-rev-date   TO pay-rev-date(1:8)
                       MOVE pe-rev-reason TO pay-rev-reason
                       WRITE payment-record
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO record-count
               END-READ
           END-PERFORM

           CLOSE pay-extract-file
           CLOSE payment-file

           MOVE record-count TO record-count-display
           MOVE SPACES TO report-line
           STRING "PAYMENTS RELOADED: " record-count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Reload-Balances SECTION.

           MOVE 0 TO record-count
           OPEN INPUT bal-extract-file
           IF  bal-ext-not-found
               MOVE "NO BALANCE EXTRACT ON FILE -- NOT RELOADED"
                   TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF
           OPEN OUTPUT custbal-file

           PERFORM UNTIL bal-ext-eof
               READ bal-extract-file
                   AT END
                       SET bal-ext-eof TO TRUE
                   NOT AT END
                       MOVE SPACES TO custbal-record
                       MOVE be-c-code      TO bal-c-code
                       MOVE be-open-bal    TO bal-open-bal
                       MOVE be-ytd-count   TO bal-ytd-count
                       MOVE be-ytd-ord-val TO bal-ytd-ord-val
                       MOVE be-ytd-pay-val TO bal-ytd-pay-val
                       MOVE be-last-act    TO bal-last-act
                       WRITE custbal-record
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO record-count
               END-READ
           END-PERFORM

           CLOSE bal-extract-file
           CLOSE custbal-file

           MOVE record-count TO record-count-display
           MOVE SPACES TO report-line
           STRING "BALANCE SUMMARIES RELOADED: " record-count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  The Move-... paragraphs copy field by field      *
           MOVE ord-disc(1:7)   TO oe-ord-disc
           MOVE ord-gl-flag     TO oe-ord-gl-flag
           MOVE ord-appr-status TO oe-ord-appr-status
           MOVE ord-shipto      TO oe-ord-shipto
           MOVE ord-freight     TO oe-ord-freight.
           EXIT.

      ****************************************************
           MOVE oe-ord-disc        TO ord-disc(1:7)
           MOVE oe-ord-gl-flag     TO ord-gl-flag
           MOVE oe-ord-appr-status TO ord-appr-status
           MOVE oe-ord-shipto      TO ord-shipto
           IF  oe-ord-freight IS NUMERIC
               MOVE oe-ord-freight TO ord-freight
           ELSE
               MOVE 0 TO ord-freight
           END-IF.
           EXIT.

      ****************************************************
