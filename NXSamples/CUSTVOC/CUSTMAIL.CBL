      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * E-mail delivery of customer documents.  CUSTSTMT, VOCINVC    *
      * (and the CUSTCINV consolidated invoices it prints) and       *
      * CUSTDUNN all stamp an "@DOC customer type date" control line *
      * at the top of every document -- this nightly step reads      *
      * their print streams and, for every customer whose            *
      * file-c-delivery asks for e-mail, sends the document to the   *
      * outbound mail gateway instead of the mail room:              *
      *                                                              *
      *     - one message record per document on mailout.dat --      *
      *       message number (off the "MAILNO  " control record),    *
      *       customer, document type and date, file-c-email         *
      *       address, subject, and the name of the attachment file  *
      *       (MLnnnnnn.txt) the document text is written to         *
      *     - an e-mail-only document is taken out of its print      *
      *       stream, so the mail room no longer stuffs an envelope  *
      *       for it, and moved to mailed.prt, which CUSTDARC files  *
      *       in the reprint archive with the rest                   *
      *     - a "both" document is mailed and left in the stream     *
      *                                                              *
      * Before tonight's documents are split, whatever the gateway   *
      * bounced back since the last run is read from mailbnc.dat:    *
      * each bounce is listed, the customer is put back on paper     *
      * (and the change audited), and the bounced document's         *
      * attachment is copied to mailback.prt for the mail room, so   *
      * the statement still goes out.  An account on e-mail with no  *
      * file-c-email left is printed as before.                      *
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
       PROGRAM-ID. custmail.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT bounce-file ASSIGN "mailbnc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bounce-status.

      *  The print streams are processed in turn through one
      *  dynamically assigned reader, the way CUSTDARC files them.
           SELECT print-file ASSIGN prt-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prt-status.

      *  keep-file collects the lines that stay in the stream being
      *  split; it is copied back over the stream at the end.
           SELECT keep-file ASSIGN "custmail.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS keep-status.

           SELECT mailed-file ASSIGN "mailed.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mailed-status.

           SELECT mail-batch-file ASSIGN "mailout.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS batch-status.

           SELECT attach-file ASSIGN attach-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS attach-status.

           SELECT mailback-file ASSIGN "mailback.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mailback-status.

           SELECT report-file ASSIGN "custmail.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  customer-file.
           COPY "custrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

      *  One record per message the gateway could not deliver --
      *  it echoes back the message number and customer code it
      *  was sent under, with its own reason text.
       FD  bounce-file.
       01  bounce-record.
           03  bn-msg-no                PIC 9(6).
           03  bn-c-code                PIC X(5).
           03  bn-address               PIC X(30).
           03  bn-reason                PIC X(40).

       FD  print-file.
       01  print-line                  PIC X(132).

       FD  keep-file.
       01  keep-line                   PIC X(132).

       FD  mailed-file.
       01  mailed-line                 PIC X(132).

      *  One record per document sent -- the layout the outbound
      *  mail gateway reads.
       FD  mail-batch-file.
       01  mail-batch-record.
           03  mb-msg-no                PIC 9(6).
           03  FILLER                   PIC X VALUE SPACE.
           03  mb-c-code                PIC X(5).
           03  FILLER                   PIC X VALUE SPACE.
           03  mb-doc-type              PIC X(4).
           03  FILLER                   PIC X VALUE SPACE.
           03  mb-doc-date              PIC 9(8).
           03  FILLER                   PIC X VALUE SPACE.
           03  mb-address               PIC X(30).
           03  FILLER                   PIC X VALUE SPACE.
           03  mb-subject               PIC X(50).
           03  FILLER                   PIC X VALUE SPACE.
           03  mb-attachment            PIC X(12).

       FD  attach-file.
       01  attach-line                 PIC X(132).

       FD  mailback-file.
       01  mailback-line               PIC X(132).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  bounce-status               PIC XX.
           88  bounce-file-ok          VALUE "00".
           88  bounce-file-eof         VALUE "10".
           88  bounce-file-not-found   VALUE "35".

       01  prt-status                  PIC XX.
           88  prt-file-ok             VALUE "00".
           88  prt-file-eof            VALUE "10".
           88  prt-file-not-found      VALUE "35".

       01  keep-status                 PIC XX.
           88  keep-file-ok            VALUE "00".
           88  keep-file-eof           VALUE "10".

       01  mailed-status               PIC XX.
           88  mailed-file-ok          VALUE "00".

       01  batch-status                PIC XX.
           88  batch-file-ok           VALUE "00".

       01  attach-status               PIC XX.
           88  attach-file-ok          VALUE "00".
           88  attach-file-eof         VALUE "10".
           88  attach-file-not-found   VALUE "35".

       01  mailback-status             PIC XX.
           88  mailback-file-ok        VALUE "00".

       78  control-id-mailno               VALUE "MAILNO  ".

       77  prt-file-name               PIC X(12).

      *  The print streams customer documents come off.
       01  print-stream-table.
           03  FILLER                  PIC X(12) VALUE "custstmt.prt".
           03  FILLER                  PIC X(12) VALUE "invoice.prt ".
           03  FILLER                  PIC X(12) VALUE "custdunn.prt".
       01  print-stream-entries REDEFINES print-stream-table
                                       PIC X(12) OCCURS 3.
       77  stream-ind                  PIC 9 COMP.

      *  attach-file-name is "ML" + the message number + ".txt".
       01  attach-file-name.
           03  FILLER                  PIC XX VALUE "ML".
           03  afn-msg-no              PIC 9(6).
           03  FILLER                  PIC X(4) VALUE ".txt".

      *  The @DOC control line each print program stamps at the top
      *  of a document.
       01  doc-marker-line.
           03  dm-tag                  PIC X(5).
               88  doc-marker              VALUE "@DOC ".
           03  dm-c-code               PIC X(5).
           03  FILLER                  PIC X.
           03  dm-type                 PIC X(4).
           03  FILLER                  PIC X.
           03  dm-date                 PIC 9(8).

      *  doc-route says where the lines of the document being read
      *  go -- the letterhead ahead of the first marker stays put.
       77  doc-route                   PIC X VALUE "P".
           88  route-print             VALUE "P".
           88  route-mail              VALUE "E".
           88  route-both              VALUE "B".
       77  attach-open-switch          PIC X VALUE "N".
           88  attach-open              VALUE "Y".

       77  cur-msg-no                  PIC 9(6).
       77  docs-read                   PIC 9(6) COMP.
       77  docs-mailed                 PIC 9(6) COMP.
       77  docs-both                   PIC 9(6) COMP.
       77  docs-no-address             PIC 9(6) COMP.
       77  bounces-read                PIC 9(6) COMP.
       77  customers-reverted          PIC 9(6) COMP.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "E-MAIL DOCUMENT DELIVERY".
       01  bounce-title                PIC X(50) VALUE
               "BOUNCED MESSAGES -- CUSTOMERS PUT BACK ON PAPER".
       01  sent-title                  PIC X(50) VALUE
               "DOCUMENTS SENT BY E-MAIL".
       01  no-bounces-line             PIC X(40) VALUE
               "NO BOUNCED MESSAGES".

       01  bounce-line.
           03  bl-msg-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  bl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  bl-address              PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  bl-reason               PIC X(40).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  bl-result               PIC X(40).

       01  sent-line.
           03  sl-msg-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-doc-type             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-doc-date             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-address              PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  sl-result               PIC X(30).

       01  totals-line-1.
           03  FILLER                  PIC X(20) VALUE
               "DOCUMENTS READ:".
           03  tl-read                 PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
               "  E-MAIL ONLY:".
           03  tl-mailed               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
               "  PAPER AND E-MAIL:".
           03  tl-both                 PIC ZZZ,ZZ9.

       01  totals-line-2.
           03  FILLER                  PIC X(20) VALUE
               "NO ADDRESS:".
           03  tl-no-address           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
               "  BOUNCES READ:".
           03  tl-bounces              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
               "  PUT ON PAPER:".
           03  tl-reverted             PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Process-Bounces

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE sent-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           PERFORM VARYING stream-ind FROM 1 BY 1
                           UNTIL stream-ind > 3
               PERFORM Split-One-Stream
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO docs-read
           MOVE 0 TO docs-mailed
           MOVE 0 TO docs-both
           MOVE 0 TO docs-no-address
           MOVE 0 TO bounces-read
           MOVE 0 TO customers-reverted
           ACCEPT run-start-hhmmss FROM TIME

           OPEN I-O customer-file
           OPEN I-O control-file
           OPEN EXTEND mailed-file
           IF  NOT mailed-file-ok
               OPEN OUTPUT mailed-file
           END-IF
           OPEN EXTEND mail-batch-file
           IF  NOT batch-file-ok
               OPEN OUTPUT mail-batch-file
           END-IF
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Process-Bounces works through what the gateway    *
      *  returned since the last run, then empties the       *
      *  file so no bounce is acted on twice.                 *
      *                                                  *
      ****************************************************

       Process-Bounces SECTION.

           MOVE bounce-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           OPEN INPUT bounce-file
           IF  bounce-file-not-found
               MOVE no-bounces-line TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           PERFORM UNTIL bounce-file-eof
               READ bounce-file
                   AT END
                       SET bounce-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO bounces-read
                       ADD 1 TO run-reads-count
                       PERFORM Process-One-Bounce
               END-READ
           END-PERFORM
           CLOSE bounce-file

           IF  bounces-read = 0
               MOVE no-bounces-line TO report-line
               WRITE report-line
           END-IF

           OPEN OUTPUT bounce-file
           CLOSE bounce-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Process-One-Bounce puts the customer back on      *
      *  paper and queues the bounced document for the       *
      *  mail room.                                           *
      *                                                  *
      ****************************************************

       Process-One-Bounce SECTION.

           MOVE SPACES TO bounce-line
           MOVE bn-msg-no  TO bl-msg-no
           MOVE bn-c-code  TO bl-c-code
           MOVE bn-address TO bl-address
           MOVE bn-reason  TO bl-reason

           MOVE bn-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO bl-result
               NOT INVALID KEY
                   IF  delivery-paper
                       MOVE "ALREADY ON PAPER" TO bl-result
                   ELSE
                       MOVE SPACES TO aud-before-image
                                      aud-after-image
                       STRING "DELIVERY " file-c-delivery " "
                              file-c-email
                           DELIMITED BY SIZE INTO aud-before-image
                       STRING "DELIVERY P -- MESSAGE " bn-msg-no
                              " BOUNCED"
                           DELIMITED BY SIZE INTO aud-after-image
                       MOVE "P" TO file-c-delivery
                       REWRITE customer-record
                           INVALID KEY
                               MOVE "REWRITE FAILED" TO bl-result
                           NOT INVALID KEY
                               ADD 1 TO customers-reverted
                               MOVE "PUT BACK ON PAPER" TO bl-result
                               CALL "custaud" USING "MAIL-BOUNCE ",
                                                     bn-c-code,
                                                     aud-before-image,
                                                     aud-after-image
                               END-CALL
                       END-REWRITE
                   END-IF
           END-READ

           PERFORM Queue-Bounced-Document
           MOVE bounce-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Queue-Bounced-Document copies the bounced         *
      *  message's attachment to mailback.prt, so the        *
      *  document is printed and posted after all.            *
      *                                                  *
      ****************************************************

       Queue-Bounced-Document SECTION.

           MOVE bn-msg-no TO afn-msg-no
           MOVE "00" TO attach-status
           OPEN INPUT attach-file
           IF  NOT attach-file-ok
               MOVE "DOCUMENT GONE -- REPRINT FROM ARCHIVE"
                   TO bl-result
               EXIT SECTION
           END-IF

           OPEN EXTEND mailback-file
           IF  NOT mailback-file-ok
               OPEN OUTPUT mailback-file
           END-IF
           PERFORM UNTIL attach-file-eof
               READ attach-file
                   AT END
                       SET attach-file-eof TO TRUE
                   NOT AT END
                       MOVE attach-line TO mailback-line
                       WRITE mailback-line
               END-READ
           END-PERFORM
           CLOSE attach-file
           CLOSE mailback-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Split-One-Stream routes every document in one     *
      *  print stream, then copies what stays on paper        *
      *  back over the stream.  A stream not produced is       *
      *  skipped.                                               *
      *                                                  *
      ****************************************************

       Split-One-Stream SECTION.

           MOVE print-stream-entries(stream-ind) TO prt-file-name
           MOVE "00" TO prt-status
           MOVE "P" TO doc-route

           OPEN INPUT print-file
           IF  prt-file-not-found
               GO TO Split-One-Stream-Exit
           END-IF
           OPEN OUTPUT keep-file

           PERFORM UNTIL prt-file-eof
               READ print-file
                   AT END
                       SET prt-file-eof TO TRUE
                   NOT AT END
                       PERFORM Route-One-Line
               END-READ
           END-PERFORM
           IF  attach-open
               CLOSE attach-file
               MOVE "N" TO attach-open-switch
           END-IF

           CLOSE print-file
           CLOSE keep-file

      *  Put back what the mail room still prints.
           MOVE "00" TO keep-status
           OPEN INPUT keep-file
           OPEN OUTPUT print-file
           PERFORM UNTIL keep-file-eof
               READ keep-file
                   AT END
                       SET keep-file-eof TO TRUE
                   NOT AT END
                       MOVE keep-line TO print-line
                       WRITE print-line
               END-READ
           END-PERFORM
           CLOSE keep-file
           CLOSE print-file.

       Split-One-Stream-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Route-One-Line starts a new document at each      *
      *  @DOC marker and sends the line where the current    *
      *  document's route says.                               *
      *                                                  *
      ****************************************************

       Route-One-Line SECTION.

           MOVE print-line TO doc-marker-line
           IF  doc-marker
               PERFORM Start-Document
           END-IF

           IF  route-print OR route-both
               MOVE print-line TO keep-line
               WRITE keep-line
           END-IF
           IF  route-mail
               MOVE print-line TO mailed-line
               WRITE mailed-line
           END-IF
           IF  attach-open
               MOVE print-line TO attach-line
               WRITE attach-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Start-Document closes the previous attachment,    *
      *  looks up the customer's delivery preference and,     *
      *  for e-mail, opens the new message.                   *
      *                                                  *
      ****************************************************

       Start-Document SECTION.

           ADD 1 TO docs-read
           ADD 1 TO run-reads-count
           IF  attach-open
               CLOSE attach-file
               MOVE "N" TO attach-open-switch
           END-IF
           MOVE "P" TO doc-route

           MOVE dm-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF  delivery-paper
               EXIT SECTION
           END-IF

           MOVE SPACES TO sent-line
           MOVE dm-c-code TO sl-c-code
           MOVE dm-type   TO sl-doc-type
           MOVE dm-date   TO sl-doc-date
           IF  file-c-email = SPACES
               ADD 1 TO docs-no-address
               MOVE "NO E-MAIL ADDRESS -- PRINTED" TO sl-result
               MOVE sent-line TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           PERFORM Assign-Next-Msg-No
           MOVE file-c-delivery TO doc-route

           MOVE SPACES TO mail-batch-record
           MOVE cur-msg-no   TO mb-msg-no
           MOVE dm-c-code    TO mb-c-code
           MOVE dm-type      TO mb-doc-type
           MOVE dm-date      TO mb-doc-date
           MOVE file-c-email TO mb-address
           EVALUATE dm-type
               WHEN "STMT"
                   MOVE "YOUR STATEMENT OF ACCOUNT" TO mb-subject
               WHEN "INVC"
                   MOVE "YOUR INVOICE" TO mb-subject
               WHEN "PFRM"
                   MOVE "YOUR PRO-FORMA INVOICE -- PAYMENT IN ADVANCE"
                       TO mb-subject
               WHEN "DUNN"
                   MOVE "PAYMENT REMINDER -- YOUR ACCOUNT IS OVERDUE"
                       TO mb-subject
               WHEN OTHER
                   MOVE "YOUR DOCUMENT" TO mb-subject
           END-EVALUATE
           MOVE cur-msg-no TO afn-msg-no
           MOVE attach-file-name TO mb-attachment
           WRITE mail-batch-record
           ADD 1 TO run-writes-count

           OPEN OUTPUT attach-file
           SET attach-open TO TRUE

           MOVE cur-msg-no   TO sl-msg-no
           MOVE file-c-email TO sl-address
           IF  route-both
               ADD 1 TO docs-both
               MOVE "MAILED, ALSO PRINTED" TO sl-result
           ELSE
               ADD 1 TO docs-mailed
               MOVE "MAILED" TO sl-result
           END-IF
           MOVE sent-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Assign-Next-Msg-No SECTION.

           MOVE control-id-mailno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ctl-next-no TO cur-msg-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE docs-read   TO tl-read
           MOVE docs-mailed TO tl-mailed
           MOVE docs-both   TO tl-both
           MOVE totals-line-1 TO report-line
           WRITE report-line
           MOVE docs-no-address    TO tl-no-address
           MOVE bounces-read       TO tl-bounces
           MOVE customers-reverted TO tl-reverted
           MOVE totals-line-2 TO report-line
           WRITE report-line

           CALL "custrunc" USING "CUSTMAIL", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE customer-file
           CLOSE control-file
           CLOSE mailed-file
           CLOSE mail-batch-file
           CLOSE report-file.
           EXIT.
