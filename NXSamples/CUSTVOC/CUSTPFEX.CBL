      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly unpaid pro-forma sweep.  Walks proforma.ism and, for *
      * every pro-forma still open longer than the "PFDAYS  "        *
      * control value (14 days when there is no record), marks it    *
      * expired, hands the stock its order's lines reserved back to  *
      * free stock through the shared invalloc keeper, and lists it  *
      * -- customer, order, amount, paid so far, days outstanding    *
      * -- so sales can chase the customer or let the order go.  A   *
      * pro-forma whose order has been voided meanwhile is closed    *
      * off the same way.  The order itself stays waiting for its    *
      * cash: money that arrives late still releases it to the pick  *
      * list through the shared custcia keeper.                      *
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
       PROGRAM-ID. custpfex.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT proforma-file ASSIGN "proforma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pf-no
           ALTERNATE RECORD KEY IS pf-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS pf-status-code.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ordl-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT report-file ASSIGN "custpfex.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  proforma-file.
           COPY "proforma.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  pf-status-code              PIC XX.
           88  pf-file-ok              VALUE "00".
           88  pf-file-eof             VALUE "10".
           88  pf-file-not-found       VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       77  no-proforma-file-switch     PIC X VALUE "N".
           88  no-proforma-file         VALUE "Y".

      *  A pro-forma open longer than this many days expires --
      *  "PFDAYS  " on the control file, 14 when there is none.
       78  control-id-pfdays               VALUE "PFDAYS  ".
       78  default-pf-days                 VALUE 14.
       77  pf-days-allowed             PIC 9(8) COMP.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  pf-julian                   PIC 9(7) COMP.
       77  days-outstanding            PIC S9(7) COMP.

       77  line-eof-switch             PIC X VALUE "N".
           88  line-eof                VALUE "Y".
       77  alloc-line-qty              PIC 9(5) COMP.
      *  alloc-call-mode is the keeper mode for the line -- a kit
      *  line sold from built kits ("K") releases with "U" against
      *  the kit's own stock.
       77  alloc-call-mode             PIC X.
       77  lines-released              PIC 9(5) COMP.
       77  lines-display               PIC ZZ9.

       77  pf-expired-count            PIC 9(6) COMP VALUE 0.
       77  pf-withdrawn-count          PIC 9(6) COMP VALUE 0.
       77  expired-value               PIC S9(9)V99 COMP VALUE 0.

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  pf-no-display               PIC 9(6).

       01  page-title.
           03  FILLER                  PIC X(30) VALUE
               "UNPAID PRO-FORMA INVOICES".
           03  pt-date                 PIC 9999/99/99.
           03  FILLER                  PIC X(10) VALUE "  OVER".
           03  pt-days                 PIC ZZ9.
           03  FILLER                  PIC X(5) VALUE " DAYS".

       01  heading-line.
           03  FILLER                  PIC X(8)  VALUE "PRO-FMA".
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(10) VALUE "DATE".
           03  FILLER                  PIC X(14) VALUE "      AMOUNT".
           03  FILLER                  PIC X(14) VALUE "        PAID".
           03  FILLER                  PIC X(6)  VALUE "  DAYS".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE "RESULT".

       01  detail-line.
           03  dl-pf-no                PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-date                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-paid                 PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-days                 PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-result               PIC X(40).

       01  totals-line.
           03  FILLER                  PIC X(10) VALUE "EXPIRED:".
           03  tl-expired              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(9) VALUE "  VALUE:".
           03  tl-value                PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(13) VALUE "  WITHDRAWN:".
           03  tl-withdrawn            PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL pf-file-eof
               READ proforma-file NEXT RECORD
                   AT END
                       SET pf-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  pf-open
                           PERFORM Check-One-Proforma
                       END-IF
               END-READ
           END-PERFORM

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
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)

           OPEN I-O proforma-file
           IF  pf-file-not-found
               SET no-proforma-file TO TRUE
               SET pf-file-eof TO TRUE
           END-IF
           OPEN I-O order-file
           OPEN I-O ordline-file
           OPEN INPUT control-file
           OPEN OUTPUT report-file

           MOVE default-pf-days TO pf-days-allowed
           MOVE control-id-pfdays TO ctl-id
           READ control-file
               NOT INVALID KEY
                   MOVE ctl-next-no TO pf-days-allowed
           END-READ
           CLOSE control-file

           MOVE today-yyyymmdd  TO pt-date
           MOVE pf-days-allowed TO pt-days
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-One-Proforma withdraws an open pro-forma  *
      *  whose order has gone (voided or no longer on    *
      *  file) and expires one left unpaid past the      *
      *  allowed days, giving its order's reserved       *
      *  stock back.  A current one is left alone.       *
      *                                                  *
      ****************************************************

       Check-One-Proforma SECTION.

           COMPUTE pf-julian = FUNCTION INTEGER-OF-DATE(pf-date)
           COMPUTE days-outstanding = today-julian - pf-julian

           MOVE SPACES TO detail-line
           MOVE pf-no     TO dl-pf-no
           MOVE pf-c-code TO dl-c-code
           MOVE pf-ord-no TO dl-ord-no
           MOVE pf-date   TO dl-date
           MOVE pf-amount TO dl-amount
           MOVE pf-paid   TO dl-paid
           MOVE days-outstanding TO dl-days

           MOVE pf-c-code TO ord-c-code
           MOVE pf-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "WITHDRAWN -- ORDER NOT ON FILE" TO dl-result
                   PERFORM Close-Proforma
                   ADD 1 TO pf-withdrawn-count
                   EXIT SECTION
           END-READ

           IF  order-voided
               MOVE "WITHDRAWN -- ORDER VOIDED" TO dl-result
               PERFORM Close-Proforma
               ADD 1 TO pf-withdrawn-count
               EXIT SECTION
           END-IF

           IF  days-outstanding <= pf-days-allowed
               EXIT SECTION
           END-IF

           PERFORM Release-Order-Allocations
           MOVE lines-released TO lines-display
           MOVE SPACES TO dl-result
           STRING "EXPIRED -- " lines-display
                  " LINE(S) STOCK RELEASED"
               DELIMITED BY SIZE INTO dl-result
           PERFORM Close-Proforma
           ADD 1 TO pf-expired-count
           ADD pf-amount TO expired-value
           SUBTRACT pf-paid FROM expired-value

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE pf-no TO pf-no-display
           STRING "PRO-FORMA " pf-no-display " ORDER " pf-ord-no
               DELIMITED BY SIZE INTO aud-before-image
           MOVE "EXPIRED UNPAID -- STOCK RELEASED" TO aud-after-image
           CALL "custaud" USING "CIA-EXPIRE", pf-c-code,
                                 aud-before-image, aud-after-image
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Close-Proforma marks the pro-forma expired and  *
      *  prints its line.                                *
      *                                                  *
      ****************************************************

       Close-Proforma SECTION.

           SET pf-expired TO TRUE
           MOVE today-yyyymmdd TO pf-close-date
           REWRITE proforma-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Order-Allocations hands the stock the   *
      *  order's lines still hold reserved back to free  *
      *  stock, line by line -- the same release         *
      *  VOCAPPR makes when it rejects an order.         *
      *                                                  *
      ****************************************************

       Release-Order-Allocations SECTION.

           MOVE 0 TO lines-released
           MOVE "N" TO line-eof-switch
           MOVE ord-c-code TO ordl-c-code
           MOVE ord-no     TO ordl-ord-no
           MOVE 0          TO ordl-line-no
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
                   IF  ordl-c-code NOT = ord-c-code
                           OR ordl-ord-no NOT = ord-no
                       SET line-eof TO TRUE
                   ELSE
                       IF  line-stock-allocated
                           MOVE ordl-qty TO alloc-line-qty
                           MOVE "R" TO alloc-call-mode
                           IF  line-built-kit
                               MOVE "U" TO alloc-call-mode
                           END-IF
                           CALL "invalloc" USING ordl-item-code,
                                                  alloc-call-mode,
                                                  alloc-line-qty,
                                                  ordl-ord-no,
                                                  ordl-location,
                                                  ordl-lot-no
                           END-CALL
                           MOVE "R" TO ordl-stock-flag
                           REWRITE ordline-record
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO lines-released
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

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE pf-expired-count   TO tl-expired
           MOVE expired-value      TO tl-value
           MOVE pf-withdrawn-count TO tl-withdrawn
           MOVE totals-line TO report-line
           WRITE report-line

           CALL "custrunc" USING "CUSTPFEX", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           IF  NOT no-proforma-file
               CLOSE proforma-file
           END-IF
           CLOSE order-file
           CLOSE ordline-file
           CLOSE report-file.
           EXIT.
