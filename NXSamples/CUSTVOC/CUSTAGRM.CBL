      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Collection-agency remittance run.  Reads the monthly         *
      * remittance and status file an agency sends back for the      *
      * accounts CUSTAGPL placed with it (agyremit.dat) and posts    *
      * it.  Each agency's block opens with an "H" statement header; *
      * a statement dated no later than the last one taken from that *
      * agency is refused whole, so the same file cannot post twice. *
      * A "C" collection posts the net cash as a payment and the     *
      * agency's commission as a "K" collection-cost adjustment, so  *
      * the order is cleared by the gross the debtor paid; an "R"    *
      * recall takes the account back into our own collections; a    *
      * "U" uncollectable return marks it ready for CUSTWOFF.  Gated *
      * on supervisor or manager authority like CUSTAGPL, and every  *
      * posting goes through custaud.                                *
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
       PROGRAM-ID. custagrm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT remit-file ASSIGN "agyremit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS remit-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT payment-file ASSIGN "payment.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS pay-status.

           SELECT adjust-file ASSIGN "custadj.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS adj-key
           ACCESS IS DYNAMIC
           FILE STATUS IS adj-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT agplace-file ASSIGN "agplace.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS agp-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS agp-status-code.

           SELECT report-file ASSIGN "custagrm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  remit-file.
       01  remit-record.
           03  ar-type                  PIC X.
               88  ar-statement-header      VALUE "H".
               88  ar-collection            VALUE "C".
               88  ar-recall                VALUE "R".
               88  ar-uncollectable         VALUE "U".
           03  ar-agency                PIC X(3).
           03  ar-detail                PIC X(37).
           03  ar-header-detail REDEFINES ar-detail.
               05  ar-stmt-date         PIC 9(8).
               05  FILLER               PIC X(29).
      *  ar-ord-no zero puts the collection against the account's
      *  oldest open order; the amounts are in that order's
      *  billing currency, as the agency was sent them.
           03  ar-account-detail REDEFINES ar-detail.
               05  ar-c-code            PIC X(5).
               05  ar-ord-no            PIC 9(6).
               05  ar-date              PIC 9(8).
               05  ar-gross             PIC 9(7)V99.
               05  ar-commission        PIC 9(7)V99.

       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  payment-file.
           COPY "paymtrec.cpy".

       FD  adjust-file.
           COPY "custadjr.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  agplace-file.
           COPY "agplace.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  remit-status                PIC XX.
           88  remit-file-ok           VALUE "00".
           88  remit-file-eof          VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".

       01  adj-status                  PIC XX.
           88  adj-file-ok             VALUE "00".
           88  adj-file-not-found      VALUE "35".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  agp-status-code             PIC XX.
           88  agp-file-ok             VALUE "00".

       78  control-id-payno                VALUE "PAYNO   ".
       78  control-id-adjno                VALUE "ADJNO   ".

      *  The last statement date taken from each agency is kept on
      *  ctlfile.ism under "AGR" plus the agency code, in
      *  ctl-next-no.
       01  control-id-agency-stmt.
           03  FILLER                  PIC X(3) VALUE "AGR".
           03  cis-agency              PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.

      *  block-agency is the agency whose statement header was last
      *  accepted -- spaces until one is, and again after a refused
      *  header, so the lines under a refused header are refused
      *  with it.
       77  block-agency                PIC X(3) VALUE SPACES.

      *  period-open-flag comes back from the shared custperd lookup
      *  -- "N" means the collection date falls in a month CUSTCLOS
      *  has closed.
       77  period-open-flag            PIC X.

       01  today-yyyymmdd              PIC 9(8).

       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       77  ord-eof-switch              PIC X VALUE "N".
           88  ord-eof                 VALUE "Y".
       77  order-found-switch          PIC X VALUE "N".
           88  order-found             VALUE "Y".
       77  open-amount                 PIC S9(7)V99 COMP.
       77  net-amount                  PIC S9(7)V99 COMP.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  home-gross                  PIC S9(9)V99 COMP.
       77  home-commission             PIC S9(9)V99 COMP.
       77  amount-display              PIC 9(7)V99.
      *  realized-fx-amount comes back from the shared custfxrk
      *  keeper as the home-currency exchange gain or loss on the
      *  net cash -- see CUSTFXRK.CBL.
       77  realized-fx-amount          PIC S9(9)V99 COMP.
       77  net-amount-unsigned         PIC 9(7)V99 COMP.
       77  last-stmt-date              PIC 9(8).

       77  collections-posted          PIC 9(6) COMP VALUE 0.
       77  recalls-taken               PIC 9(6) COMP VALUE 0.
       77  uncollectables-taken        PIC 9(6) COMP VALUE 0.
       77  lines-refused               PIC 9(6) COMP VALUE 0.
       77  total-gross                 PIC S9(9)V99 COMP VALUE 0.
       77  total-commission            PIC S9(9)V99 COMP VALUE 0.

      *  CALL "custbsum" interface -- the balance-summary keeper
      *  (see custbal.cpy).
      *  journal-image carries the full after-image to the shared
      *  custfwdj forward-recovery journal -- see CUSTFWDJ.CBL and
      *  the CUSTFWDR roll-forward.
       77  journal-image               PIC X(512).
       77  balance-mode                PIC X.
       77  summary-open-bal            PIC S9(9)V99 COMP.
       77  summary-ytd-count           PIC 9(5) COMP.
       77  summary-ytd-ord-val         PIC S9(9)V99 COMP.
       77  summary-ytd-pay-val         PIC S9(9)V99 COMP.

       01  page-title                  PIC X(40) VALUE
               "COLLECTION AGENCY REMITTANCE REGISTER".

       01  detail-line.
           03  dl-type                 PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-agency               PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-ord-no               PIC ZZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-gross                PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-commission           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-result               PIC X(40).

       01  totals-line-1.
           03  FILLER                  PIC X(22)
               VALUE "COLLECTIONS POSTED:".
           03  tl-collections          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(16)
               VALUE "  GROSS (HOME):".
           03  tl-gross                PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(21)
               VALUE "  COMMISSION (HOME):".
           03  tl-commission           PIC ZZ,ZZZ,ZZ9.99.

       01  totals-line-2.
           03  FILLER                  PIC X(22)
               VALUE "RECALLS:".
           03  tl-recalls              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(18)
               VALUE "  UNCOLLECTABLE:".
           03  tl-uncollectables       PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12)
               VALUE "  REFUSED:".
           03  tl-refused              PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Check-Run-Authority
           PERFORM Program-Initialize

           PERFORM UNTIL remit-file-eof
               READ remit-file
                   AT END
                       SET remit-file-eof TO TRUE
                   NOT AT END
                       PERFORM Process-Remit-Record
               END-READ
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Check-Run-Authority -- the same supervisor-or-  *
      *  manager gate as CUSTAGPL; a refusal is written  *
      *  through custaud.                                *
      *                                                  *
      ****************************************************

       Check-Run-Authority SECTION.

           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role NOT = "S" AND acting-role NOT = "M"
               DISPLAY "CUSTAGRM: OPERATOR NOT AUTHORIZED FOR "
                   "AGENCY REMITTANCE -- RUN ABANDONED"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "AGENCY REMITTANCE RUN REFUSED" TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", "     ",
                                     aud-before-image, aud-after-image
               END-CALL
               STOP RUN
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT remit-file
           OPEN I-O customer-file
           OPEN I-O order-file
           OPEN I-O payment-file
           OPEN I-O adjust-file
           IF  adj-file-not-found
               OPEN OUTPUT adjust-file
               CLOSE adjust-file
               OPEN I-O adjust-file
           END-IF
           OPEN I-O control-file
           OPEN I-O agplace-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Process-Remit-Record routes each line; every    *
      *  line other than a header must belong to the     *
      *  agency whose statement header was accepted.     *
      *                                                  *
      ****************************************************

       Process-Remit-Record SECTION.

           MOVE SPACES TO detail-line
           MOVE ar-agency TO dl-agency

           IF  ar-statement-header
               PERFORM Accept-Statement-Header
               EXIT SECTION
           END-IF

           MOVE ar-c-code TO dl-c-code
           IF  block-agency = SPACES OR ar-agency NOT = block-agency
               MOVE "NO ACCEPTED STATEMENT HEADER" TO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN ar-collection
                   PERFORM Post-Collection
               WHEN ar-recall
                   PERFORM Take-Recall
               WHEN ar-uncollectable
                   PERFORM Take-Uncollectable
               WHEN OTHER
                   MOVE ar-type TO dl-type
                   MOVE "RECORD TYPE NOT H, C, R OR U" TO dl-result
                   PERFORM Refuse-Line
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Accept-Statement-Header takes the block only    *
      *  if its date is later than the last statement    *
      *  taken from the agency.  The new date is stored  *
      *  as soon as the header is accepted, so a rerun   *
      *  of the same file is refused rather than posted  *
      *  twice.                                          *
      *                                                  *
      ****************************************************

       Accept-Statement-Header SECTION.

           MOVE "HEADER" TO dl-type
           MOVE SPACES TO block-agency

           IF  ar-agency = SPACES OR ar-stmt-date NOT NUMERIC
               MOVE "AGENCY AND STATEMENT DATE REQUIRED" TO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           MOVE ar-agency TO cis-agency
           MOVE control-id-agency-stmt TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 0 TO ctl-next-no
           END-READ
           IF  ar-stmt-date NOT > ctl-next-no
               MOVE ctl-next-no TO last-stmt-date
               MOVE SPACES TO dl-result
               STRING "STATEMENT NOT AFTER LAST ("
                      last-stmt-date ") -- BLOCK REFUSED"
                   DELIMITED BY SIZE INTO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           MOVE ar-stmt-date TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ar-agency TO block-agency
           MOVE SPACES TO dl-result
           STRING "STATEMENT " ar-stmt-date " ACCEPTED"
               DELIMITED BY SIZE INTO dl-result
           PERFORM Print-Detail-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Placement reads the customer and its      *
      *  agplace-record and refuses the line unless the  *
      *  account is placed, still, with this agency.  On *
      *  return dl-result is spaces when it is.          *
      *                                                  *
      ****************************************************

       Check-Placement SECTION.

           MOVE SPACES TO dl-result
           MOVE ar-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO dl-result
                   EXIT SECTION
           END-READ

           MOVE ar-c-code TO agp-c-code
           READ agplace-file
               INVALID KEY
                   MOVE "ACCOUNT NOT PLACED" TO dl-result
                   EXIT SECTION
           END-READ
           IF  NOT agp-placed
               MOVE "ACCOUNT NO LONGER PLACED" TO dl-result
               EXIT SECTION
           END-IF
           IF  agp-agency NOT = ar-agency
               MOVE SPACES TO dl-result
               STRING "ACCOUNT PLACED WITH " agp-agency
                   DELIMITED BY SIZE INTO dl-result
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Post-Collection clears the gross off the        *
      *  order: the net as a payment-record (numbered    *
      *  off "PAYNO   "), the commission as a "K"        *
      *  adjust-record (numbered off "ADJNO   ").        *
      *                                                  *
      ****************************************************

       Post-Collection SECTION.

           MOVE "COLLECT"     TO dl-type
           MOVE ar-ord-no     TO dl-ord-no
           MOVE ar-gross      TO dl-gross
           MOVE ar-commission TO dl-commission

           IF  ar-date NOT NUMERIC OR ar-gross NOT NUMERIC
                              OR ar-commission NOT NUMERIC
               MOVE "DATE AND AMOUNTS MUST BE NUMERIC" TO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF
           IF  ar-gross = 0 OR ar-commission > ar-gross
               MOVE "COMMISSION EXCEEDS GROSS OR NO GROSS"
                   TO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           PERFORM Check-Placement
           IF  dl-result NOT = SPACES
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           CALL "custperd" USING ar-date, period-open-flag
           END-CALL
           IF  period-open-flag = "N"
               MOVE "DATE IN CLOSED ACCOUNTING PERIOD" TO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           PERFORM Find-Collection-Order
           IF  NOT order-found
               MOVE "NO OPEN ORDER TO POST AGAINST" TO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF
           MOVE ord-no TO dl-ord-no
           IF  ar-gross > open-amount
               MOVE "GROSS EXCEEDS ORDER BALANCE" TO dl-result
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           COMPUTE net-amount = ar-gross - ar-commission
           IF  net-amount > 0
               PERFORM Post-Net-Payment
           END-IF
           IF  ar-commission > 0
               PERFORM Post-Commission-Adjustment
           END-IF

           ADD ar-gross TO ord-pay-val
           REWRITE order-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
      *  The committed image goes to the forward-recovery journal
      *  as it happens -- see CUSTFWDJ.CBL.
           MOVE SPACES TO journal-image
           MOVE order-record TO journal-image
           CALL "custfwdj" USING "ORDER   ", "R", journal-image
           END-CALL

           MOVE "R" TO balance-mode
           CALL "custbsum" USING ar-c-code, balance-mode,
                                  summary-open-bal,
                                  summary-ytd-count,
                                  summary-ytd-ord-val,
                                  summary-ytd-pay-val
           END-CALL

           CALL "custrate" USING ord-currency, ar-date,
               cur-exchange-rate
           END-CALL
           COMPUTE home-gross = ar-gross * cur-exchange-rate
           COMPUTE home-commission = ar-commission * cur-exchange-rate
           ADD home-gross      TO agp-collected total-gross
           ADD home-commission TO agp-commission total-commission
           MOVE ar-date TO agp-last-remit-date
           REWRITE agplace-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE ar-gross TO amount-display
           STRING "AGENCY " ar-agency " ORDER " ord-no
                  " GROSS " amount-display
               DELIMITED BY SIZE INTO aud-before-image
           MOVE ar-commission TO amount-display
           STRING "COMMISSION " amount-display " NET POSTED"
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "AGY-COLLECT", ar-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           ADD 1 TO collections-posted
           MOVE "POSTED" TO dl-result
           PERFORM Print-Detail-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Find-Collection-Order reads the order the       *
      *  agency named, or -- order number zero -- the    *
      *  account's oldest order with a balance.          *
      *                                                  *
      ****************************************************

       Find-Collection-Order SECTION.

           MOVE "N" TO order-found-switch
           MOVE 0 TO open-amount

           IF  ar-ord-no NOT = 0
               MOVE ar-c-code TO ord-c-code
               MOVE ar-ord-no TO ord-no
               READ order-file
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF  NOT order-voided
                   COMPUTE open-amount = ord-val - ord-pay-val
                   IF  open-amount > 0
                       SET order-found TO TRUE
                   END-IF
               END-IF
               EXIT SECTION
           END-IF

           MOVE "N" TO ord-eof-switch
           MOVE ar-c-code TO ord-c-code
           MOVE 0         TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   SET ord-eof TO TRUE
           END-START

           PERFORM UNTIL ord-eof OR order-found
               READ order-file NEXT RECORD
                   AT END
                       SET ord-eof TO TRUE
               END-READ
               IF  NOT ord-eof
                   IF  ord-c-code NOT = ar-c-code
                       SET ord-eof TO TRUE
                   ELSE
                       IF  NOT order-voided AND NOT order-settled
                           COMPUTE open-amount = ord-val - ord-pay-val
                           IF  open-amount > 0
                               SET order-found TO TRUE
                           END-IF
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

       Post-Net-Payment SECTION.

           MOVE control-id-payno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO payment-record
           MOVE ord-no      TO pay-ord-no
           MOVE ctl-next-no TO pay-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ar-date    TO pay-date
           MOVE net-amount TO pay-amount
           MOVE ar-c-code  TO pay-c-code

           WRITE payment-record
               INVALID KEY
                   DISPLAY "CUSTAGRM: COULD NOT POST PAYMENT FOR "
                       "ORDER " pay-ord-no
           END-WRITE

           MOVE net-amount TO net-amount-unsigned
           CALL "custfxrk" USING ar-c-code, pay-ord-no, pay-no,
                                  pay-date, net-amount-unsigned,
                                  ord-currency, ord-date,
                                  realized-fx-amount
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Post-Commission-Adjustment SECTION.

           MOVE control-id-adjno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO adjust-record
           MOVE ord-no      TO adj-ord-no
           MOVE ctl-next-no TO adj-no

           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE ar-c-code      TO adj-c-code
           MOVE ar-date        TO adj-date
           MOVE ar-commission  TO adj-amount
           MOVE "K"            TO adj-type
           STRING "AGENCY " ar-agency " COMMISSION"
               DELIMITED BY SIZE INTO adj-reason
           MOVE acting-operator TO adj-operator

           WRITE adjust-record
               INVALID KEY
                   DISPLAY "CUSTAGRM: COULD NOT POST COMMISSION FOR "
                       "ORDER " adj-ord-no
           END-WRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Take-Recall ends the placement -- the account   *
      *  comes back to our own letters, interest and     *
      *  call queue.                                     *
      *                                                  *
      ****************************************************

       Take-Recall SECTION.

           MOVE "RECALL" TO dl-type
           PERFORM Check-Placement
           IF  dl-result NOT = SPACES
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO file-c-agency-state
           MOVE "R" TO agp-status
           PERFORM End-Placement

           CALL "custaud" USING "AGY-RECALL", ar-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           ADD 1 TO recalls-taken
           MOVE "RECALLED -- BACK IN HOUSE" TO dl-result
           PERFORM Print-Detail-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Take-Uncollectable -- the agency has given      *
      *  up.  The account stays out of letters and       *
      *  interest, marked uncollectable for the          *
      *  CUSTWOFF deck.                                  *
      *                                                  *
      ****************************************************

       Take-Uncollectable SECTION.

           MOVE "UNCOLL" TO dl-type
           PERFORM Check-Placement
           IF  dl-result NOT = SPACES
               PERFORM Refuse-Line
               EXIT SECTION
           END-IF

           MOVE "U" TO file-c-agency-state
           MOVE "U" TO agp-status
           PERFORM End-Placement

           CALL "custaud" USING "AGY-UNCOLL", ar-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           ADD 1 TO uncollectables-taken
           MOVE "UNCOLLECTABLE -- READY FOR CUSTWOFF" TO dl-result
           PERFORM Print-Detail-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  End-Placement rewrites the customer and the     *
      *  agplace-record with the state the caller set,   *
      *  and builds the audit images.                    *
      *                                                  *
      ****************************************************

       End-Placement SECTION.

           MOVE today-yyyymmdd TO agp-status-date
           REWRITE customer-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           REWRITE agplace-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "PLACED WITH AGENCY " agp-agency
               DELIMITED BY SIZE INTO aud-before-image
           STRING "AGENCY STATUS " agp-status
               DELIMITED BY SIZE INTO aud-after-image.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Refuse-Line SECTION.

           ADD 1 TO lines-refused
           PERFORM Print-Detail-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Detail-Line SECTION.

           MOVE detail-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE collections-posted TO tl-collections
           MOVE total-gross        TO tl-gross
           MOVE total-commission   TO tl-commission
           MOVE totals-line-1 TO report-line
           WRITE report-line
           MOVE recalls-taken        TO tl-recalls
           MOVE uncollectables-taken TO tl-uncollectables
           MOVE lines-refused        TO tl-refused
           MOVE totals-line-2 TO report-line
           WRITE report-line

           CLOSE remit-file
           CLOSE customer-file
           CLOSE order-file
           CLOSE payment-file
           CLOSE adjust-file
           CLOSE control-file
           CLOSE agplace-file
           CLOSE report-file.
           EXIT.
