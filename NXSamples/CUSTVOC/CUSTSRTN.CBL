      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Supplier returns run.  A customer return received with       *
      * disposition "V" (see VOCRMA.CBL) leaves the goods in the     *
      * quarantine location "QTN" and an open srtn.ism supplier      *
      * return against the supplier and purchase order the lot came  *
      * in on.  This run takes every return still at "O": it prints  *
      * the supplier debit note to custsrtd.prt -- our return        *
      * number, their PO, the goods and the amount we are debiting   *
      * them -- and ships the goods out of quarantine, writing them  *
      * off the invmove.dat ledger as an "ADJ" movement with reason  *
      * "RTS" carrying the PO (which INVGLEX feeds to the ledger as  *
      * a return to supplier), off invmast.ism on-hand and off the   *
      * QTN location balance.  The return moves to "N", awaiting     *
      * the supplier's credit, which CUSTSRTC records.  custsrtn.prt *
      * lists what was shipped and then every return still awaiting  *
      * credit, oldest first within supplier, with the days since    *
      * its debit note went out, so purchasing knows whom to chase.  *
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
       PROGRAM-ID. custsrtn.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT suprtn-file ASSIGN "srtn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srt-no
           ACCESS IS DYNAMIC
           FILE STATUS IS srt-status-code.

           SELECT suplmast-file ASSIGN "suplmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sup-code
           ACCESS IS DYNAMIC
           FILE STATUS IS sup-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT sort-work-file ASSIGN "custsrtn.srt".

           SELECT note-file ASSIGN "custsrtd.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT report-file ASSIGN "custsrtn.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  suprtn-file.
           COPY "srtnrec.cpy".

       FD  suplmast-file.
           COPY "supprec.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       SD  sort-work-file.
       01  sort-record.
           03  sw-supplier              PIC X(4).
           03  sw-note-date             PIC 9(8).
           03  sw-srt-no                PIC 9(6).
           03  sw-po-no                 PIC 9(6).
           03  sw-item-code             PIC X(4).
           03  sw-qty                   PIC 9(5) COMP.
           03  sw-amount                PIC 9(7)V99 COMP.

       FD  note-file.
       01  note-line                   PIC X(80).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  srt-status-code             PIC XX.
           88  srt-file-ok             VALUE "00".
           88  srt-file-eof            VALUE "10".
           88  srt-file-not-found      VALUE "35".
       77  srt-file-opened-switch      PIC X VALUE "N".
           88  srt-file-opened          VALUE "Y".

       01  sup-status                  PIC XX.
           88  sup-file-ok             VALUE "00".
           88  sup-file-not-found      VALUE "35".
       77  no-sup-file-switch          PIC X VALUE "N".
           88  no-sup-file              VALUE "Y".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

      *  Goods going back to the supplier wait here -- see VOCRMA.
       77  quarantine-location         PIC X(3) VALUE "QTN".

       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
       77  movement-qty                PIC S9(5) COMP.

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  today-date-yyyymmdd         PIC 9(8).
       77  days-outstanding            PIC S9(5) COMP.

       77  supplier-name               PIC X(20).
       77  supplier-contact            PIC X(20).
       77  supplier-phone              PIC X(12).

       77  cur-supplier                PIC X(4) VALUE SPACES.
       77  returns-shipped             PIC 9(5) COMP VALUE 0.
       77  shipped-amount              PIC 9(9)V99 COMP VALUE 0.
       77  returns-outstanding         PIC 9(5) COMP VALUE 0.
       77  outstanding-amount          PIC 9(9)V99 COMP VALUE 0.
       77  supplier-outstanding        PIC 9(9)V99 COMP VALUE 0.

       01  page-title                  PIC X(50) VALUE
               "SUPPLIER RETURNS SHIPPED FROM QUARANTINE".

       01  shipped-heading.
           03  FILLER                  PIC X(8)  VALUE "RETURN".
           03  FILLER                  PIC X(6)  VALUE "SUPP".
           03  FILLER                  PIC X(22) VALUE "NAME".
           03  FILLER                  PIC X(8)  VALUE "PO".
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(8)  VALUE "LOT".
           03  FILLER                  PIC X(8)  VALUE "    QTY".
           03  FILLER                  PIC X(14) VALUE "         DEBIT".
           03  FILLER                  PIC X(8)  VALUE "  RMA".

       01  shipped-line.
           03  shl-srt-no              PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-supplier            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-name                PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-po-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-item                PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-lot                 PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-qty                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-amount              PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  shl-rma-no              PIC 9(6).

       01  outstanding-title           PIC X(50) VALUE
               "SUPPLIER RETURNS AWAITING CREDIT".

       01  outstanding-heading.
           03  FILLER                  PIC X(6)  VALUE "SUPP".
           03  FILLER                  PIC X(22) VALUE "NAME".
           03  FILLER                  PIC X(8)  VALUE "RETURN".
           03  FILLER                  PIC X(8)  VALUE "PO".
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(10) VALUE "NOTE DATE".
           03  FILLER                  PIC X(8)  VALUE "    DAYS".
           03  FILLER                  PIC X(8)  VALUE "    QTY".
           03  FILLER                  PIC X(14) VALUE "         DEBIT".

       01  outstanding-line.
           03  osl-supplier            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-name                PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-srt-no              PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-po-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-item                PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-note-date           PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-days                PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-qty                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  osl-amount              PIC Z,ZZZ,ZZ9.99.

       01  supplier-total-line.
           03  FILLER                  PIC X(28) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
               "SUPPLIER TOTAL AWAITING".
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  stl-amount              PIC ZZZ,ZZZ,ZZ9.99.

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  tl-amount               PIC ZZZ,ZZZ,ZZ9.99.

      *  The debit note, one per return, laid out for the supplier.
       01  note-rule                   PIC X(64) VALUE ALL "-".

       01  note-title.
           03  FILLER                  PIC X(30) VALUE
               "DEBIT NOTE -- GOODS RETURNED".
           03  FILLER                  PIC X(12) VALUE "RETURN NO ".
           03  nt-srt-no               PIC 9(6).

       01  note-to-line.
           03  FILLER                  PIC X(10) VALUE "TO:".
           03  ntl-supplier            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ntl-name                PIC X(20).

       01  note-attn-line.
           03  FILLER                  PIC X(10) VALUE "ATTN:".
           03  nal-contact             PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  nal-phone               PIC X(12).

       01  note-date-line.
           03  FILLER                  PIC X(10) VALUE "DATE:".
           03  ndl-date                PIC 9(8).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FILLER                  PIC X(14) VALUE "YOUR ORDER NO ".
           03  ndl-po-no               PIC 9(6).
           03  FILLER                  PIC X(7) VALUE " LINE ".
           03  ndl-po-line             PIC 9(3).

       01  note-heading.
           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(8)  VALUE "LOT".
           03  FILLER                  PIC X(7)  VALUE "    QTY".
           03  FILLER                  PIC X(10) VALUE "  UNIT".
           03  FILLER                  PIC X(11) VALUE "     AMOUNT".

       01  note-detail.
           03  nd-item                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  nd-desc                 PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  nd-lot                  PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  nd-qty                  PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  nd-unit-cost            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  nd-amount               PIC Z,ZZZ,ZZ9.99.

       01  note-reason-line.
           03  FILLER                  PIC X(10) VALUE "REASON:".
           03  nrl-reason              PIC X(20).

       01  note-total-line.
           03  FILLER                  PIC X(36) VALUE
               "PLEASE CREDIT OUR ACCOUNT WITH".
           03  FILLER                  PIC X(15) VALUE SPACES.
           03  ntt-amount              PIC Z,ZZZ,ZZ9.99.

       01  note-quote-line.
           03  FILLER                  PIC X(40) VALUE
               "QUOTING OUR RETURN NUMBER ON YOUR CREDIT".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           IF  srt-file-opened
               PERFORM Ship-Raised-Returns
               SORT sort-work-file
                   ON ASCENDING KEY sw-supplier
                                    sw-note-date
                                    sw-srt-no
                   INPUT PROCEDURE IS Release-Outstanding
                   OUTPUT PROCEDURE IS Print-Outstanding
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
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD

           OPEN OUTPUT report-file
           OPEN OUTPUT note-file
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           OPEN I-O suprtn-file
           IF  srt-file-not-found
               MOVE "NO SUPPLIER RETURNS ON FILE" TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF
           IF  NOT srt-file-ok
               DISPLAY "CUSTSRTN: CANNOT OPEN srtn.ism STATUS "
                   srt-status-code
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           SET srt-file-opened TO TRUE

           OPEN INPUT suplmast-file
           IF  sup-file-not-found
               SET no-sup-file TO TRUE
           END-IF
           OPEN I-O inventory-file

           MOVE shipped-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Ship-Raised-Returns walks srtn.ism for the      *
      *  returns still sitting in quarantine, printing   *
      *  each one's debit note and sending its goods     *
      *  back to the supplier.                           *
      *                                                  *
      ****************************************************

       Ship-Raised-Returns SECTION.

           MOVE 0 TO srt-no
           START suprtn-file KEY IS NOT LESS THAN srt-no
               INVALID KEY
                   SET srt-file-eof TO TRUE
           END-START
           PERFORM UNTIL srt-file-eof
               READ suprtn-file NEXT RECORD
                   AT END
                       SET srt-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  srt-raised
                           PERFORM Ship-One-Return
                       END-IF
               END-READ
           END-PERFORM

           MOVE returns-shipped TO tl-count
           MOVE shipped-amount  TO tl-amount
           MOVE "RETURNS SHIPPED:" TO tl-label
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Ship-One-Return prints the debit note, takes    *
      *  the goods off the ledger, the item's on-hand    *
      *  and the quarantine balance, and marks the       *
      *  return as awaiting the supplier's credit.       *
      *                                                  *
      ****************************************************

       Ship-One-Return SECTION.

           PERFORM Get-Supplier
           PERFORM Print-Debit-Note

           COMPUTE movement-qty = 0 - srt-qty
           CALL "invmove" USING srt-item-code, "ADJ", movement-qty,
                                 srt-po-no, "RTS",
                                 quarantine-location, srt-lot-no,
                                 no-movement-costs
           END-CALL
           CALL "invlocup" USING srt-item-code, quarantine-location,
                                  movement-qty
           END-CALL

           MOVE srt-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  inv-quantity > srt-qty
                       SUBTRACT srt-qty FROM inv-quantity
                   ELSE
                       MOVE 0 TO inv-quantity
                   END-IF
                   REWRITE invmast-record
           END-READ

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "SUPPLIER RETURN " srt-no " STATUS " srt-status
                  " IN " quarantine-location
               DELIMITED BY SIZE INTO aud-before-image

           MOVE today-date-yyyymmdd TO srt-note-date
           MOVE "N" TO srt-status
           REWRITE suprtn-record
               INVALID KEY
                   DISPLAY "CUSTSRTN: COULD NOT UPDATE RETURN " srt-no
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-REWRITE
           ADD 1 TO run-writes-count

           STRING "DEBIT NOTE " srt-note-date " TO " srt-supplier
                  " STATUS " srt-status
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "SUPPLIER-RTN", srt-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           ADD 1 TO returns-shipped
           ADD srt-amount TO shipped-amount

           MOVE srt-no        TO shl-srt-no
           MOVE srt-supplier  TO shl-supplier
           MOVE supplier-name TO shl-name
           MOVE srt-po-no     TO shl-po-no
           MOVE srt-item-code TO shl-item
           MOVE srt-lot-no    TO shl-lot
           MOVE srt-qty       TO shl-qty
           MOVE srt-amount    TO shl-amount
           MOVE srt-rma-no    TO shl-rma-no
           MOVE shipped-line  TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Get-Supplier picks up the supplier's name and   *
      *  contact from suplmast.ism for srt-supplier.     *
      *                                                  *
      ****************************************************

       Get-Supplier SECTION.

           MOVE SPACES TO supplier-name supplier-contact supplier-phone
           IF  no-sup-file
               MOVE "NOT ON SUPPLIER FILE" TO supplier-name
               EXIT SECTION
           END-IF
           MOVE srt-supplier TO sup-code
           READ suplmast-file
               INVALID KEY
                   MOVE "NOT ON SUPPLIER FILE" TO supplier-name
               NOT INVALID KEY
                   MOVE sup-name    TO supplier-name
                   MOVE sup-contact TO supplier-contact
                   MOVE sup-phone   TO supplier-phone
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Debit-Note SECTION.

           MOVE srt-no           TO nt-srt-no
           MOVE srt-supplier     TO ntl-supplier
           MOVE supplier-name    TO ntl-name
           MOVE supplier-contact TO nal-contact
           MOVE supplier-phone   TO nal-phone
           MOVE today-date-yyyymmdd TO ndl-date
           MOVE srt-po-no        TO ndl-po-no
           MOVE srt-po-line      TO ndl-po-line

           MOVE SPACES TO nd-desc
           MOVE srt-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE inv-desc TO nd-desc
           END-READ
           MOVE srt-item-code TO nd-item
           MOVE srt-lot-no    TO nd-lot
           MOVE srt-qty       TO nd-qty
           MOVE srt-unit-cost TO nd-unit-cost
           MOVE srt-amount    TO nd-amount
           MOVE srt-reason    TO nrl-reason
           MOVE srt-amount    TO ntt-amount

           MOVE note-rule TO note-line
           WRITE note-line
           MOVE note-title TO note-line
           WRITE note-line
           MOVE SPACES TO note-line
           WRITE note-line
           MOVE note-to-line TO note-line
           WRITE note-line
           MOVE note-attn-line TO note-line
           WRITE note-line
           MOVE note-date-line TO note-line
           WRITE note-line
           MOVE SPACES TO note-line
           WRITE note-line
           MOVE note-heading TO note-line
           WRITE note-line
           MOVE note-detail TO note-line
           WRITE note-line
           MOVE note-reason-line TO note-line
           WRITE note-line
           MOVE SPACES TO note-line
           WRITE note-line
           MOVE note-total-line TO note-line
           WRITE note-line
           MOVE note-quote-line TO note-line
           WRITE note-line
           MOVE SPACES TO note-line
           WRITE note-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Outstanding releases every return       *
      *  whose goods have gone back but whose credit has *
      *  not yet come in.                                *
      *                                                  *
      ****************************************************

       Release-Outstanding SECTION.

           MOVE "00" TO srt-status-code
           MOVE 0 TO srt-no
           START suprtn-file KEY IS NOT LESS THAN srt-no
               INVALID KEY
                   SET srt-file-eof TO TRUE
           END-START
           PERFORM UNTIL srt-file-eof
               READ suprtn-file NEXT RECORD
                   AT END
                       SET srt-file-eof TO TRUE
                   NOT AT END
                       IF  srt-awaiting-credit
                           MOVE srt-supplier   TO sw-supplier
                           MOVE srt-note-date  TO sw-note-date
                           MOVE srt-no         TO sw-srt-no
                           MOVE srt-po-no      TO sw-po-no
                           MOVE srt-item-code  TO sw-item-code
                           MOVE srt-qty        TO sw-qty
                           MOVE srt-amount     TO sw-amount
                           RELEASE sort-record
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Outstanding lists the returns awaiting    *
      *  credit by supplier, oldest debit note first,    *
      *  with a total owed back by each supplier.        *
      *                                                  *
      ****************************************************

       Print-Outstanding SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE outstanding-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE outstanding-heading TO report-line
           WRITE report-line

           MOVE SPACES TO cur-supplier
           PERFORM UNTIL sort-file-eof
               RETURN sort-work-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  sw-supplier NOT = cur-supplier
                           IF  cur-supplier NOT = SPACES
                               PERFORM Print-Supplier-Total
                           END-IF
                           MOVE sw-supplier TO cur-supplier
                           MOVE sw-supplier TO srt-supplier
                           PERFORM Get-Supplier
                           MOVE 0 TO supplier-outstanding
                       END-IF
                       PERFORM Print-Outstanding-Line
               END-RETURN
           END-PERFORM
           IF  cur-supplier NOT = SPACES
               PERFORM Print-Supplier-Total
           END-IF

           MOVE returns-outstanding TO tl-count
           MOVE outstanding-amount  TO tl-amount
           MOVE "RETURNS AWAITING CREDIT:" TO tl-label
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Outstanding-Line SECTION.

           COMPUTE days-outstanding =
               FUNCTION INTEGER-OF-DATE(today-date-yyyymmdd)
             - FUNCTION INTEGER-OF-DATE(sw-note-date)
           IF  days-outstanding < 0
               MOVE 0 TO days-outstanding
           END-IF

           ADD 1 TO returns-outstanding
           ADD sw-amount TO outstanding-amount
           ADD sw-amount TO supplier-outstanding

           MOVE sw-supplier   TO osl-supplier
           MOVE supplier-name TO osl-name
           MOVE sw-srt-no     TO osl-srt-no
           MOVE sw-po-no      TO osl-po-no
           MOVE sw-item-code  TO osl-item
           MOVE sw-note-date  TO osl-note-date
           MOVE days-outstanding TO osl-days
           MOVE sw-qty        TO osl-qty
           MOVE sw-amount     TO osl-amount
           MOVE outstanding-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Supplier-Total SECTION.

           MOVE supplier-outstanding TO stl-amount
           MOVE supplier-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           IF  srt-file-opened
               CLOSE suprtn-file
               CLOSE inventory-file
               IF  NOT no-sup-file
                   CLOSE suplmast-file
               END-IF
           END-IF
           CLOSE note-file
           CLOSE report-file

           CALL "custrunc" USING "CUSTSRTN", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL.
           EXIT.
