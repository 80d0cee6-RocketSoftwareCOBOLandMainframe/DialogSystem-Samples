      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Outbound trading-partner documents.  The accounts that send  *
      * their orders through CUSTOIMP under a tpprof.ism profile     *
      * get the rest of the cycle back electronically: for every     *
      * shipment VOCFULF confirmed and every invoice cut (VOCOK,     *
      * VOCAPPR, CUSTCINV) -- all queued on edioutq.dat by the       *
      * shared custediq writer -- this nightly step looks up the     *
      * account's partner (file-c-tp-id) and, where the profile      *
      * asks for it, writes                                          *
      *                                                              *
      *     - an advance ship notice: order, ship date and carrier   *
      *       ("ASH"), then one "ASL" per line -- item, quantity     *
      *       shipped and the lot it came from; a shipment of an     *
      *       order shipped in parts lists only what went on it      *
      *       (shipline.ism), under the day it went                  *
      *     - an electronic invoice: invoice and order number,       *
      *       goods, tax, freight, total and due date ("INH"), then  *
      *       one "INL" per line -- item, quantity, unit price and   *
      *       extension; a shipment's invoice lists that shipment's  *
      *       lines and carries the freight on the first shipment    *
      *       only, a deduction's re-bill is one line for the        *
      *       shortfall with no freight, and a consolidated invoice  *
      *       lists the lines of every order it covers               *
      *                                                              *
      * to one outbound file per partner per day, named partner id   *
      * plus date (ACME20261015.edi), laid out in fixed columns or   *
      * delimited as the profile says, and enveloped the way our     *
      * inbound decks are: a "HDR" + date + sequence header and a    *
      * "TRL" + record count + value hash trailer (invoice totals    *
      * plus quantities shipped), the sequence running per partner   *
      * on the control file under "EOSQ" + partner id and every file *
      * logged through custblog.  What went out moves from the       *
      * queue to ediohist.dat under the date it was sent.            *
      *                                                              *
      * Run as "custedix R yyyymmdd ACME" it is a resend: partner    *
      * ACME's file for that date is rebuilt from the history under  *
      * its original sequence number (off the batch log) for the     *
      * partner who says it never arrived.  Leave the partner off    *
      * to rebuild every partner's file for the day.  A resend       *
      * neither empties the queue nor adds to the history.           *
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
       PROGRAM-ID. custedix.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  ediq-file is the queue on a nightly run and the history on
      *  a resend -- the two share the ediqrec.cpy layout.
           SELECT ediq-file ASSIGN ediq-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ediq-status.

           SELECT history-file ASSIGN "ediohist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hist-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT tpprof-file ASSIGN "tpprof.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS tp-id
           ACCESS IS DYNAMIC
           FILE STATUS IS tpp-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS line-status.

      *  shipline-file carries the lines each numbered shipment of
      *  an order took, and the invoice that billed them -- see
      *  CUSTSHIP.CBL and Write-Shipment-Lines.
           SELECT shipline-file ASSIGN "shipline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shl-status.

           SELECT invoice-file ASSIGN "invoice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS invo-no
           ACCESS IS DYNAMIC
           FILE STATUS IS invo-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

      *  batchlog-file is read on a resend for the sequence number
      *  the original file went out under -- see CUSTBLOG.CBL.
           SELECT batchlog-file ASSIGN "batchlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS blog-status.

           SELECT partner-out-file ASSIGN out-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS out-status.

           SELECT sort-work-file ASSIGN "custedix.srt".

           SELECT report-file ASSIGN "custedix.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  ediq-file.
           COPY "ediqrec.cpy".

       FD  history-file.
       01  history-record              PIC X(43).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  tpprof-file.
           COPY "tpprofrc.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  shipline-file.
           COPY "shiplnrc.cpy".

       FD  invoice-file.
           COPY "invcrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

      *  The CUSTBLOG.CBL log record, as far as a resend reads it.
       FD  batchlog-file.
       01  batchlog-record.
           03  FILLER                  PIC X(16).
           03  bl-deck-id              PIC X(8).
           03  FILLER                  PIC X.
           03  bl-batch-date           PIC 9(8).
           03  FILLER                  PIC X.
           03  bl-batch-seq            PIC 9(4).
           03  FILLER                  PIC X(23).
           03  bl-verdict              PIC X(8).

       FD  partner-out-file.
       01  partner-out-record          PIC X(132).

       SD  sort-work-file.
       01  sort-record.
           03  sw-partner              PIC X(4).
           03  sw-in-seq               PIC 9(7).
           03  sw-queue-image          PIC X(43).
           03  sw-queue-fields REDEFINES sw-queue-image.
               05  FILLER              PIC X(14).
               05  sw-type             PIC X(4).
               05  sw-c-code           PIC X(5).
               05  sw-ord-no           PIC 9(6).
               05  sw-invo-no          PIC 9(6).
               05  sw-ship-ref REDEFINES sw-invo-no.
                   07  FILLER          PIC 9(3).
                   07  sw-ship-no      PIC 9(3).
               05  sw-sent-date        PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ediq-status                 PIC XX.
           88  ediq-file-ok            VALUE "00".
           88  ediq-file-eof           VALUE "10".
           88  ediq-file-not-found     VALUE "35".

       01  hist-status                 PIC XX.
           88  hist-file-ok            VALUE "00".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  tpp-status                  PIC XX.
           88  tpp-file-ok             VALUE "00".
           88  tpp-file-not-found      VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  line-status                 PIC XX.
           88  line-file-ok            VALUE "00".

       01  shl-status                  PIC XX.
           88  shl-file-ok             VALUE "00".
           88  shl-file-not-found      VALUE "35".

       01  invo-status                 PIC XX.
           88  invo-file-ok            VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  blog-status                 PIC XX.
           88  blog-file-ok            VALUE "00".
           88  blog-file-eof           VALUE "10".
           88  blog-file-not-found     VALUE "35".

       01  out-status                  PIC XX.
           88  out-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       77  ediq-file-name              PIC X(12).
       77  out-file-name               PIC X(20).

      *  "R yyyymmdd pppp" on the command line asks for a resend.
       01  command-args                PIC X(20).
       01  command-fields REDEFINES command-args.
           03  cmd-mode                PIC X.
               88  cmd-resend              VALUE "R" "r".
           03  FILLER                  PIC X.
           03  cmd-date                PIC X(8).
           03  cmd-date-9 REDEFINES cmd-date
                                       PIC 9(8).
           03  FILLER                  PIC X.
           03  cmd-partner             PIC X(4).
           03  FILLER                  PIC X(5).

       77  run-mode-switch             PIC X VALUE "N".
           88  resend-run              VALUE "R".
           88  nightly-run             VALUE "N".
       77  resend-partner              PIC X(4).

       01  today-yyyymmdd              PIC 9(8).
      *  out-date is the date the files carry -- today, or the day
      *  a resend rebuilds.
       01  out-date                    PIC 9(8).

      *  The partner whose file is open, and its profile -- the
      *  tpprof FD buffer moves on with every lookup.
       77  cur-partner                 PIC X(4).
       77  cur-partner-name            PIC X(20).
       77  cur-out-format              PIC X.
           88  cur-out-delimited       VALUE "D".
       77  cur-out-delim               PIC X.
       77  out-open-switch             PIC X VALUE "N".
           88  out-file-open           VALUE "Y".

      *  The control-file record holding the partner's last
      *  outbound sequence number, and the batch-log deck id its
      *  files are logged under.
       01  seq-ctl-id.
           03  FILLER                  PIC X(4) VALUE "EOSQ".
           03  sci-partner             PIC X(4).
       01  out-deck-id.
           03  FILLER                  PIC XX VALUE "EO".
           03  odi-partner             PIC X(4).
           03  FILLER                  PIC XX VALUE SPACES.

       77  batch-seq                   PIC 9(4).
       77  batch-count                 PIC 9(7) COMP.
       77  batch-value                 PIC 9(11)V99 COMP.
       77  envelope-verdict            PIC X(8).
       77  seq-found-switch            PIC X VALUE "N".
           88  seq-found               VALUE "Y".

       01  envelope-header.
           03  FILLER                  PIC X(3) VALUE "HDR".
           03  hdr-date                PIC 9(8).
           03  hdr-seq                 PIC 9(4).
       01  envelope-trailer.
           03  FILLER                  PIC X(3) VALUE "TRL".
           03  trl-count               PIC 9(7).
           03  trl-value               PIC 9(11)V99.

      *  The fixed-column document records.  The delimited layout
      *  carries the same fields in the same order.
       01  ship-header-rec.
           03  FILLER                  PIC X(3) VALUE "ASH".
           03  sh-c-code               PIC X(5).
           03  sh-ord-no               PIC 9(6).
           03  sh-ord-date             PIC 9(8).
           03  sh-ship-date            PIC 9(8).
           03  sh-carrier              PIC X(3).

       01  ship-line-rec.
           03  FILLER                  PIC X(3) VALUE "ASL".
           03  sl-ord-no               PIC 9(6).
           03  sl-line-no              PIC 9(3).
           03  sl-item-code            PIC X(4).
           03  sl-qty                  PIC 9(5).
           03  sl-lot-no               PIC X(6).

       01  invoice-header-rec.
           03  FILLER                  PIC X(3) VALUE "INH".
           03  ih-invo-no              PIC 9(6).
           03  ih-ord-no               PIC 9(6).
           03  ih-c-code               PIC X(5).
           03  ih-invo-date            PIC 9(8).
           03  ih-currency             PIC X(3).
           03  ih-goods                PIC 9(7)V99.
           03  ih-tax                  PIC 9(7)V99.
           03  ih-freight              PIC 9(5)V99.
           03  ih-total                PIC 9(8)V99.
           03  ih-due-date             PIC 9(8).

       01  invoice-line-rec.
           03  FILLER                  PIC X(3) VALUE "INL".
           03  il-invo-no              PIC 9(6).
           03  il-ord-no               PIC 9(6).
           03  il-line-no              PIC 9(3).
           03  il-item-code            PIC X(4).
           03  il-qty                  PIC 9(5).
           03  il-unit-price           PIC 9(5)V99.
           03  il-extension            PIC 9(7)V99.

      *  Amounts on a delimited record print with the decimal point.
       77  ed-goods                    PIC 9(7).99.
       77  ed-tax                      PIC 9(7).99.
       77  ed-freight                  PIC 9(5).99.
       77  ed-total                    PIC 9(8).99.
       77  ed-unit-price               PIC 9(5).99.
       77  ed-extension                PIC 9(7).99.

       01  out-line-work               PIC X(132).

      *  Write-Order-Lines parameters -- which order, under which
      *  invoice, and which kind of line.
       77  lines-c-code                PIC X(5).
       77  lines-ord-no                PIC 9(6).
       77  lines-invo-no               PIC 9(6).
       77  lines-ord-val               PIC 9(7)V99 COMP.
       77  lines-kind                  PIC X.
           88  lines-for-asn           VALUE "A".
           88  lines-for-invoice       VALUE "I".
       77  lines-written               PIC 9(3) COMP.
       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                VALUE "Y".
      *  lines-ship-no picks a ship notice's shipment off
      *  shipline.ism; an invoice's lines are picked by
      *  lines-invo-no.  See Write-Shipment-Lines.
       77  lines-ship-no               PIC 9(3).
       77  no-shipline-file-switch     PIC X VALUE "N".
           88  no-shipline-file         VALUE "Y".
       77  shipment-found-switch       PIC X VALUE "N".
           88  shipment-found           VALUE "Y".
       77  asn-ship-date               PIC 9(8).

       77  inv-freight                 PIC 9(5)V99 COMP.
       77  inv-total                   PIC 9(8)V99 COMP.
       77  inv-due-date                PIC 9(8).
       77  inv-order-val               PIC 9(7)V99 COMP.
       77  inv-terms-code              PIC X(3).
      *  inv-ship-no is the order's shipment the invoice bills,
      *  zero when none carries it; rebill-flag comes back "Y"
      *  from the shared custrbil lookup for a deduction's re-bill.
       77  inv-ship-no                 PIC 9(3).
       77  rebill-flag                 PIC X.
           88  invoice-is-rebill           VALUE "Y".

       77  events-read                 PIC 9(7) COMP.
       77  events-skipped              PIC 9(7) COMP.
       77  events-released             PIC 9(7) COMP.
       77  docs-missing                PIC 9(6) COMP.
       77  part-asn-count              PIC 9(6) COMP.
       77  part-inv-count              PIC 9(6) COMP.
       77  files-written               PIC 9(4) COMP.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "OUTBOUND TRADING-PARTNER DOCUMENTS".
       01  resend-title.
           03  FILLER                  PIC X(20) VALUE
               "RESEND OF FILES FOR".
           03  rt-date                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rt-partner              PIC X(4).

       01  column-heading              PIC X(100) VALUE
               "PART  NAME                  FILE                  SEQ
      -        "     ASN    INV  RECORDS      VALUE HASH".

       01  partner-line.
           03  pl-partner              PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-name                 PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-file-name            PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-seq                  PIC 9(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-asn                  PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-inv                  PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-count                PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-value                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  pl-note                 PIC X(20).

       01  totals-line.
           03  FILLER                  PIC X(14) VALUE
               "EVENTS READ:".
           03  tl-read                 PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE
               "  SENT:".
           03  tl-sent                 PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(28) VALUE
               "  NO PARTNER / NOT WANTED:".
           03  tl-skipped              PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
               "  NOT ON FILE:".
           03  tl-missing              PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           SORT sort-work-file
               ON ASCENDING KEY sw-partner
                  ASCENDING KEY sw-in-seq
               INPUT PROCEDURE IS Release-Queued-Events
               OUTPUT PROCEDURE IS Write-Partner-Files

      *  Everything on the queue has been sent or was never
      *  wanted -- empty it for tomorrow.  A resend leaves it be.
           IF  nightly-run
               OPEN OUTPUT ediq-file
               CLOSE ediq-file
           END-IF

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
           MOVE 0 TO events-read events-skipped events-released
           MOVE 0 TO docs-missing files-written

           MOVE SPACES TO command-args
           ACCEPT command-args FROM COMMAND-LINE
           IF  cmd-resend
               IF  cmd-date NOT NUMERIC OR cmd-date-9 = 0
                   DISPLAY "CUSTEDIX: RESEND NEEDS A DATE -- "
                       "CUSTEDIX R YYYYMMDD [PARTNER]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "R" TO run-mode-switch
               MOVE cmd-date-9  TO out-date
               MOVE cmd-partner TO resend-partner
               MOVE "ediohist.dat" TO ediq-file-name
           ELSE
               MOVE "N" TO run-mode-switch
               MOVE today-yyyymmdd TO out-date
               MOVE SPACES TO resend-partner
               MOVE "edioutq.dat " TO ediq-file-name
           END-IF

           OPEN INPUT customer-file
           OPEN INPUT tpprof-file
           OPEN INPUT order-file
           OPEN INPUT ordline-file
           OPEN INPUT shipline-file
           IF  NOT shl-file-ok
               SET no-shipline-file TO TRUE
           END-IF
           OPEN INPUT invoice-file
           OPEN I-O control-file
           OPEN OUTPUT report-file
           IF  nightly-run
               OPEN EXTEND history-file
               IF  NOT hist-file-ok
                   OPEN OUTPUT history-file
               END-IF
           END-IF

           MOVE page-title TO report-line
           WRITE report-line
           IF  resend-run
               MOVE out-date       TO rt-date
               MOVE resend-partner TO rt-partner
               MOVE resend-title TO report-line
               WRITE report-line
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE column-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Queued-Events reads the queue (or, on a   *
      *  resend, the history for the day asked) and         *
      *  releases every event whose account has a partner    *
      *  that wants that kind of document, tagged with the    *
      *  partner so the files come out one partner at a       *
      *  time in the order the events happened.               *
      *                                                  *
      ****************************************************

       Release-Queued-Events SECTION.

           MOVE "00" TO ediq-status
           OPEN INPUT ediq-file
           IF  ediq-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL ediq-file-eof
               READ ediq-file
                   AT END
                       SET ediq-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  nightly-run OR eq-sent-date = out-date
                           ADD 1 TO events-read
                           PERFORM Release-One-Event
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ediq-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Event SECTION.

           MOVE eq-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   ADD 1 TO events-skipped
                   EXIT SECTION
           END-READ
           IF  file-c-tp-id = SPACES
               ADD 1 TO events-skipped
               EXIT SECTION
           END-IF
           IF  resend-partner NOT = SPACES
                   AND file-c-tp-id NOT = resend-partner
               EXIT SECTION
           END-IF

           MOVE file-c-tp-id TO tp-id
           READ tpprof-file
               INVALID KEY
                   ADD 1 TO events-skipped
                   EXIT SECTION
           END-READ
           IF  (eq-ship-notice AND NOT tp-wants-asn)
                   OR (NOT eq-ship-notice AND NOT tp-wants-invoice)
               ADD 1 TO events-skipped
               EXIT SECTION
           END-IF

           ADD 1 TO events-released
           MOVE file-c-tp-id    TO sw-partner
           MOVE events-released TO sw-in-seq
           MOVE ediq-record     TO sw-queue-image
           RELEASE sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Partner-Files writes each partner's events  *
      *  to its own enveloped file, moving what went out     *
      *  to the history on a nightly run.                     *
      *                                                  *
      ****************************************************

       Write-Partner-Files SECTION.

           MOVE SPACES TO cur-partner
           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  sw-partner NOT = cur-partner
                           PERFORM Close-Partner-File
                           PERFORM Open-Partner-File
                       END-IF
                       EVALUATE sw-type
                           WHEN "ASN "
                               PERFORM Write-Ship-Notice
                           WHEN "INV "
                               PERFORM Write-Electronic-Invoice
                           WHEN "INVO"
                               PERFORM Write-Consolidated-Order
                       END-EVALUATE
                       IF  nightly-run
                           MOVE today-yyyymmdd TO sw-sent-date
                           MOVE sw-queue-image TO history-record
                           WRITE history-record
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM Close-Partner-File.
           EXIT.

      ****************************************************
      *                                                  *
      *  Open-Partner-File takes the partner's profile,    *
      *  decides the file's sequence number and writes the   *
      *  envelope header.                                     *
      *                                                  *
      ****************************************************

       Open-Partner-File SECTION.

           MOVE sw-partner TO cur-partner
           MOVE sw-partner TO tp-id
           READ tpprof-file
               INVALID KEY
                   MOVE SPACES TO tpprof-record
                   MOVE sw-partner TO tp-id
           END-READ
           MOVE tp-name       TO cur-partner-name
           MOVE tp-out-format TO cur-out-format
           MOVE tp-out-delim  TO cur-out-delim
           IF  cur-out-delimited AND cur-out-delim = SPACE
               MOVE "," TO cur-out-delim
           END-IF

           MOVE 0 TO batch-count batch-value
           MOVE 0 TO part-asn-count part-inv-count
           MOVE cur-partner TO odi-partner
           MOVE "SENT" TO envelope-verdict
           MOVE "N" TO seq-found-switch
           IF  resend-run
               PERFORM Find-Original-Sequence
           END-IF
           IF  seq-found
               MOVE "RESENT" TO envelope-verdict
           ELSE
               PERFORM Assign-Next-Sequence
           END-IF

           MOVE SPACES TO out-file-name
           STRING cur-partner DELIMITED BY SPACE
                  out-date    DELIMITED BY SIZE
                  ".edi"      DELIMITED BY SIZE
               INTO out-file-name
           OPEN OUTPUT partner-out-file
           SET out-file-open TO TRUE
           ADD 1 TO files-written

           MOVE out-date  TO hdr-date
           MOVE batch-seq TO hdr-seq
           MOVE envelope-header TO partner-out-record
           WRITE partner-out-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Close-Partner-File writes the envelope trailer,   *
      *  logs the file through custblog and reports it.      *
      *                                                  *
      ****************************************************

       Close-Partner-File SECTION.

           IF  NOT out-file-open
               EXIT SECTION
           END-IF

           MOVE batch-count TO trl-count
           MOVE batch-value TO trl-value
           MOVE envelope-trailer TO partner-out-record
           WRITE partner-out-record
           CLOSE partner-out-file
           MOVE "N" TO out-open-switch

           CALL "custblog" USING out-deck-id, out-date, batch-seq,
                                  batch-count, batch-value,
                                  envelope-verdict
           END-CALL

           MOVE SPACES TO partner-line
           MOVE cur-partner      TO pl-partner
           MOVE cur-partner-name TO pl-name
           MOVE out-file-name    TO pl-file-name
           MOVE batch-seq        TO pl-seq
           MOVE part-asn-count   TO pl-asn
           MOVE part-inv-count   TO pl-inv
           MOVE batch-count      TO pl-count
           MOVE batch-value      TO pl-value
           IF  resend-run
               IF  envelope-verdict = "RESENT"
                   MOVE "RESENT" TO pl-note
               ELSE
                   MOVE "NEW SEQ -- NOT LOGGED" TO pl-note
               END-IF
           END-IF
           MOVE partner-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Original-Sequence reads the batch log for    *
      *  the sequence the partner's file for out-date first  *
      *  went out under, so the rebuilt file passes the       *
      *  partner's own sequence check.  A day never logged     *
      *  gets the next sequence instead.                       *
      *                                                  *
      ****************************************************

       Find-Original-Sequence SECTION.

           MOVE "00" TO blog-status
           OPEN INPUT batchlog-file
           IF  blog-file-not-found
               EXIT SECTION
           END-IF
           PERFORM UNTIL blog-file-eof
               READ batchlog-file
                   AT END
                       SET blog-file-eof TO TRUE
                   NOT AT END
                       IF  bl-deck-id = out-deck-id
                               AND bl-batch-date = out-date
                               AND bl-verdict = "SENT"
                           MOVE bl-batch-seq TO batch-seq
                           SET seq-found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE batchlog-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Assign-Next-Sequence SECTION.

           MOVE cur-partner TO sci-partner
           MOVE seq-ctl-id TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 0 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           ADD 1 TO ctl-next-no
           IF  ctl-next-no > 9999
               MOVE 1 TO ctl-next-no
           END-IF
           MOVE ctl-next-no TO batch-seq

           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Ship-Notice writes the advance ship notice  *
      *  for one confirmed shipment -- header, then a line   *
      *  per line with the quantity and lot shipped.  A       *
      *  numbered shipment found on shipline.ism lists its     *
      *  own lines under the day it went; a notice queued      *
      *  before orders shipped in parts lists the order's.     *
      *                                                  *
      ****************************************************

       Write-Ship-Notice SECTION.

           MOVE sw-c-code TO ord-c-code
           MOVE sw-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   ADD 1 TO docs-missing
                   EXIT SECTION
           END-READ

           PERFORM Find-Shipment-Date

           MOVE ord-c-code    TO sh-c-code
           MOVE ord-no        TO sh-ord-no
           MOVE ord-date      TO sh-ord-date
           IF  shipment-found
               MOVE asn-ship-date TO sh-ship-date
           ELSE
               MOVE ord-ship-date TO sh-ship-date
           END-IF
           MOVE ord-carrier   TO sh-carrier
           IF  cur-out-delimited
               MOVE SPACES TO out-line-work
               STRING "ASH"          cur-out-delim
                      sh-c-code      cur-out-delim
                      sh-ord-no      cur-out-delim
                      sh-ord-date    cur-out-delim
                      sh-ship-date   cur-out-delim
                      sh-carrier
                   DELIMITED BY SIZE INTO out-line-work
           ELSE
               MOVE ship-header-rec TO out-line-work
           END-IF
           PERFORM Write-Out-Line
           ADD 1 TO part-asn-count

           MOVE ord-c-code TO lines-c-code
           MOVE ord-no     TO lines-ord-no
           MOVE 0          TO lines-invo-no
           MOVE ord-val    TO lines-ord-val
           MOVE "A"        TO lines-kind
           IF  shipment-found
               MOVE sw-ship-no TO lines-ship-no
               PERFORM Write-Shipment-Lines
           ELSE
               PERFORM Write-Order-Lines
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Shipment-Date reads the first of the ship    *
      *  notice's shipment lines for the day it went.        *
      *                                                  *
      ****************************************************

       Find-Shipment-Date SECTION.

           MOVE "N" TO shipment-found-switch
           IF  sw-ship-no = 0 OR no-shipline-file
               EXIT SECTION
           END-IF

           MOVE ord-c-code TO shl-c-code
           MOVE ord-no     TO shl-ord-no
           MOVE sw-ship-no TO shl-ship-no
           MOVE 0          TO shl-line-no
           START shipline-file KEY IS NOT LESS THAN shl-key
               INVALID KEY
                   EXIT SECTION
           END-START
           READ shipline-file NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ
           IF  shl-c-code = ord-c-code
                   AND shl-ord-no = ord-no
                   AND shl-ship-no = sw-ship-no
               SET shipment-found TO TRUE
               MOVE shl-ship-date TO asn-ship-date
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Electronic-Invoice writes the invoice        *
      *  header -- goods, tax, the order's freight, total    *
      *  and due date -- and, for a per-order invoice, its    *
      *  lines: a shipment's invoice lists that shipment's     *
      *  lines, with the freight on the first shipment only,   *
      *  as the printed VOCINVC copy does; a deduction's        *
      *  re-bill is one line for the shortfall, no freight.     *
      *  A consolidated invoice's lines follow on the "INVO"    *
      *  events queued behind it.                               *
      *                                                  *
      ****************************************************

       Write-Electronic-Invoice SECTION.

           MOVE sw-invo-no TO invo-no
           READ invoice-file
               INVALID KEY
                   ADD 1 TO docs-missing
                   EXIT SECTION
           END-READ

           MOVE 0 TO inv-freight inv-due-date inv-order-val
           MOVE 0 TO inv-ship-no
           MOVE "N" TO rebill-flag
           IF  invo-ord-no > 0
               MOVE invo-c-code TO ord-c-code
               MOVE invo-ord-no TO ord-no
               READ order-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ord-freight TO inv-freight
                       MOVE ord-val     TO inv-order-val
                       IF  ord-due-date NUMERIC
                           MOVE ord-due-date TO inv-due-date
                       END-IF
               END-READ
               PERFORM Find-Invoice-Shipment
               IF  inv-ship-no = 0
                   CALL "custrbil" USING invo-c-code, invo-ord-no,
                                          invo-no, rebill-flag
                   END-CALL
               END-IF
      *  The freight is billed once, with the first shipment, and
      *  never on a re-bill.
               IF  inv-ship-no > 1 OR invoice-is-rebill
                   MOVE 0 TO inv-freight
               END-IF
           END-IF

      *  A consolidated invoice (or an order that predates the due
      *  date) falls due on the account's terms from the invoice
      *  date -- the shared custdue lookup.
           IF  inv-due-date = 0
               MOVE SPACES TO inv-terms-code
               MOVE invo-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE file-c-terms TO inv-terms-code
               END-READ
               CALL "custdue" USING inv-terms-code, invo-date,
                                     inv-due-date
               END-CALL
           END-IF

           COMPUTE inv-total = invo-val + invo-tax + inv-freight

           MOVE invo-no       TO ih-invo-no
           MOVE invo-ord-no   TO ih-ord-no
           MOVE invo-c-code   TO ih-c-code
           MOVE invo-date     TO ih-invo-date
           MOVE invo-currency TO ih-currency
           MOVE invo-val      TO ih-goods
           MOVE invo-tax      TO ih-tax
           MOVE inv-freight   TO ih-freight
           MOVE inv-total     TO ih-total
           MOVE inv-due-date  TO ih-due-date
           IF  cur-out-delimited
               MOVE invo-val    TO ed-goods
               MOVE invo-tax    TO ed-tax
               MOVE inv-freight TO ed-freight
               MOVE inv-total   TO ed-total
               MOVE SPACES TO out-line-work
               STRING "INH"          cur-out-delim
                      ih-invo-no     cur-out-delim
                      ih-ord-no      cur-out-delim
                      ih-c-code      cur-out-delim
                      ih-invo-date   cur-out-delim
                      ih-currency    cur-out-delim
                      ed-goods       cur-out-delim
                      ed-tax         cur-out-delim
                      ed-freight     cur-out-delim
                      ed-total       cur-out-delim
                      ih-due-date
                   DELIMITED BY SIZE INTO out-line-work
           ELSE
               MOVE invoice-header-rec TO out-line-work
           END-IF
           PERFORM Write-Out-Line
           ADD inv-total TO batch-value
           ADD 1 TO part-inv-count

           IF  invo-ord-no > 0
               MOVE invo-c-code   TO lines-c-code
               MOVE invo-ord-no   TO lines-ord-no
               MOVE invo-no       TO lines-invo-no
               MOVE inv-order-val TO lines-ord-val
               MOVE "I"           TO lines-kind
               EVALUATE TRUE
                   WHEN invoice-is-rebill
                       MOVE invo-val TO lines-ord-val
                       PERFORM Write-Value-Line
                   WHEN inv-ship-no > 0
                       PERFORM Write-Shipment-Lines
                   WHEN OTHER
                       PERFORM Write-Order-Lines
               END-EVALUATE
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Invoice-Shipment looks for the shipment      *
      *  whose lines carry the invoice's number, as          *
      *  Get-Invoice-Shipment in VOCINVC does.                *
      *                                                  *
      ****************************************************

       Find-Invoice-Shipment SECTION.

           MOVE 0 TO inv-ship-no
           IF  no-shipline-file
               EXIT SECTION
           END-IF

           MOVE "N" TO line-eof-switch
           MOVE invo-c-code TO shl-c-code
           MOVE invo-ord-no TO shl-ord-no
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
                   IF  shl-c-code NOT = invo-c-code
                           OR shl-ord-no NOT = invo-ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  shl-invo-no = invo-no
                           MOVE shl-ship-no TO inv-ship-no
                           SET line-eof TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Consolidated-Order writes the lines of one  *
      *  order a consolidated invoice covers, under that     *
      *  invoice's number.                                   *
      *                                                  *
      ****************************************************

       Write-Consolidated-Order SECTION.

           MOVE sw-c-code TO ord-c-code
           MOVE sw-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   ADD 1 TO docs-missing
                   EXIT SECTION
           END-READ

           MOVE ord-c-code TO lines-c-code
           MOVE ord-no     TO lines-ord-no
           MOVE sw-invo-no TO lines-invo-no
           MOVE ord-val    TO lines-ord-val
           MOVE "I"        TO lines-kind
           PERFORM Write-Order-Lines.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Order-Lines browses the order's ordline.ism  *
      *  lines into ship-notice or invoice lines.  An order   *
      *  keyed by value alone has no lines -- its invoice      *
      *  gets one line 000 for the order value, and its ship   *
      *  notice the header alone.                               *
      *                                                  *
      ****************************************************

       Write-Order-Lines SECTION.

           MOVE 0 TO lines-written
           MOVE "N" TO line-eof-switch
           MOVE lines-c-code TO ordl-c-code
           MOVE lines-ord-no TO ordl-ord-no
           MOVE 0            TO ordl-line-no
           START ordline-file KEY IS NOT LESS THAN ordl-key
               INVALID KEY
                   SET line-eof TO TRUE
           END-START

           PERFORM UNTIL line-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET line-eof TO TRUE
               END-READ
               IF  NOT line-eof
                   IF  ordl-c-code NOT = lines-c-code
                           OR ordl-ord-no NOT = lines-ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  lines-for-asn
                           MOVE ordl-line-no   TO sl-line-no
                           MOVE ordl-item-code TO sl-item-code
                           MOVE ordl-qty       TO sl-qty
                           MOVE ordl-lot-no    TO sl-lot-no
                           PERFORM Write-Ship-Line
                       ELSE
                           MOVE ordl-line-no    TO il-line-no
                           MOVE ordl-item-code  TO il-item-code
                           MOVE ordl-qty        TO il-qty
                           MOVE ordl-unit-price TO il-unit-price
                           MOVE ordl-extension  TO il-extension
                           PERFORM Write-Invoice-Line
                       END-IF
                       ADD 1 TO lines-written
                   END-IF
               END-IF
           END-PERFORM

           IF  lines-written = 0 AND lines-for-invoice
               PERFORM Write-Value-Line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Value-Line writes the one invoice line 000  *
      *  for lines-ord-val -- an order keyed by value, or a   *
      *  deduction's re-bill.                                 *
      *                                                  *
      ****************************************************

       Write-Value-Line SECTION.

           MOVE 0             TO il-line-no
           MOVE SPACES        TO il-item-code
           MOVE 0             TO il-qty
           MOVE 0             TO il-unit-price
           MOVE lines-ord-val TO il-extension
           PERFORM Write-Invoice-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Shipment-Lines browses the order's          *
      *  shipline.ism lines into ship-notice lines for        *
      *  shipment lines-ship-no, or invoice lines for the      *
      *  lines billed on invoice lines-invo-no -- the           *
      *  quantity shipped and the extension billed, at the      *
      *  order line's unit price.                               *
      *                                                  *
      ****************************************************

       Write-Shipment-Lines SECTION.

           MOVE 0 TO lines-written
           MOVE "N" TO line-eof-switch
           MOVE lines-c-code TO shl-c-code
           MOVE lines-ord-no TO shl-ord-no
           MOVE 0            TO shl-ship-no
           MOVE 0            TO shl-line-no
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
                   IF  shl-c-code NOT = lines-c-code
                           OR shl-ord-no NOT = lines-ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  lines-for-asn
                           IF  shl-ship-no = lines-ship-no
                               MOVE shl-line-no   TO sl-line-no
                               MOVE shl-item-code TO sl-item-code
                               MOVE shl-qty       TO sl-qty
                               MOVE shl-lot-no    TO sl-lot-no
                               PERFORM Write-Ship-Line
                               ADD 1 TO lines-written
                           END-IF
                       ELSE
                           IF  shl-invo-no = lines-invo-no
                               PERFORM Get-Line-Unit-Price
                               MOVE shl-line-no   TO il-line-no
                               MOVE shl-item-code TO il-item-code
                               MOVE shl-qty       TO il-qty
                               MOVE shl-extension TO il-extension
                               PERFORM Write-Invoice-Line
                               ADD 1 TO lines-written
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Line-Unit-Price takes the unit price the      *
      *  shipment line's order line was sold at.             *
      *                                                  *
      ****************************************************

       Get-Line-Unit-Price SECTION.

           MOVE 0 TO il-unit-price
           MOVE shl-c-code  TO ordl-c-code
           MOVE shl-ord-no  TO ordl-ord-no
           MOVE shl-line-no TO ordl-line-no
           READ ordline-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ordl-unit-price TO il-unit-price
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Write-Ship-Line SECTION.

           MOVE lines-ord-no   TO sl-ord-no
           IF  cur-out-delimited
               MOVE SPACES TO out-line-work
               STRING "ASL"          cur-out-delim
                      sl-ord-no      cur-out-delim
                      sl-line-no     cur-out-delim
                      sl-item-code   cur-out-delim
                      sl-qty         cur-out-delim
                      sl-lot-no
                   DELIMITED BY SIZE INTO out-line-work
           ELSE
               MOVE ship-line-rec TO out-line-work
           END-IF
           PERFORM Write-Out-Line
           ADD sl-qty TO batch-value.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Write-Invoice-Line SECTION.

           MOVE lines-invo-no TO il-invo-no
           MOVE lines-ord-no  TO il-ord-no
           IF  cur-out-delimited
               MOVE il-unit-price TO ed-unit-price
               MOVE il-extension  TO ed-extension
               MOVE SPACES TO out-line-work
               STRING "INL"          cur-out-delim
                      il-invo-no     cur-out-delim
                      il-ord-no      cur-out-delim
                      il-line-no     cur-out-delim
                      il-item-code   cur-out-delim
                      il-qty         cur-out-delim
                      ed-unit-price  cur-out-delim
                      ed-extension
                   DELIMITED BY SIZE INTO out-line-work
           ELSE
               MOVE invoice-line-rec TO out-line-work
           END-IF
           PERFORM Write-Out-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Write-Out-Line SECTION.

           MOVE out-line-work TO partner-out-record
           WRITE partner-out-record
           ADD 1 TO batch-count
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE events-read     TO tl-read
           MOVE events-released TO tl-sent
           MOVE events-skipped  TO tl-skipped
           MOVE docs-missing    TO tl-missing
           MOVE totals-line TO report-line
           WRITE report-line

           CALL "custrunc" USING "CUSTEDIX", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE customer-file
           CLOSE tpprof-file
           CLOSE order-file
           CLOSE ordline-file
           IF  NOT no-shipline-file
               CLOSE shipline-file
           END-IF
           CLOSE invoice-file
           CLOSE control-file
           IF  nightly-run
               CLOSE history-file
           END-IF
           CLOSE report-file.
           EXIT.
