      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Collection-agency placement run.  Reads confirmed customer-  *
      * code/agency-code pairs from placemt.dat and, for each one    *
      * with an open balance, marks the account placed               *
      * (file-c-agency-state, and an agplace.ism record carrying the *
      * agency, the date and the balance placed) and writes the      *
      * agency's placement file, agyplace.dat: the debtor's details  *
      * off cust.ism, every open order with its balance, and the     *
      * contact history off custnote.ism.  From the placement on,    *
      * CUSTDUNN sends no letters and CUSTFINC charges no interest   *
      * on the account; the agency's monthly remittance comes back   *
      * through CUSTAGRM.  Like CUSTWOFF the run is gated on         *
      * supervisor or manager authority, and every placement goes    *
      * through custaud.                                             *
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
       PROGRAM-ID. custagpl.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT placemt-file ASSIGN "placemt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS placemt-status.

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

           SELECT note-file ASSIGN "custnote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS note-key
           ACCESS IS DYNAMIC
           FILE STATUS IS note-status.

           SELECT agplace-file ASSIGN "agplace.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS agp-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS agp-status-code.

           SELECT agency-file ASSIGN "agyplace.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT report-file ASSIGN "custagpl.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  placemt-file.
       01  placemt-record.
           03  pl-c-code                PIC X(5).
           03  pl-agency                PIC X(3).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  note-file.
           COPY "custnote.cpy".

       FD  agplace-file.
           COPY "agplace.cpy".

      *  The agency's file -- one line per record, each led by the
      *  agency code and a record type: "D" the debtor, "O" an open
      *  order, "N" a contact note, and one "T" trailer per run
      *  with the record count and the total placed.
       FD  agency-file.
       01  agency-line                 PIC X(200).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  placemt-status              PIC XX.
           88  placemt-file-ok         VALUE "00".
           88  placemt-file-eof        VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  note-status                 PIC XX.
           88  note-file-not-found     VALUE "35".

       01  agp-status-code             PIC XX.
           88  agp-file-not-found      VALUE "35".

       77  no-note-file-switch         PIC X VALUE "N".
           88  no-note-file             VALUE "Y".

       01  today-yyyymmdd              PIC 9(8).

       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       77  scan-eof-switch             PIC X VALUE "N".
           88  scan-eof                VALUE "Y".
       77  order-balance               PIC S9(9)V99 COMP.
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  customer-placed-amount      PIC S9(9)V99 COMP.
       77  open-order-count            PIC 9(5) COMP.
       77  accounts-placed             PIC 9(6) COMP VALUE 0.
       77  total-placed                PIC S9(9)V99 COMP VALUE 0.
       77  agency-line-count           PIC 9(7) COMP VALUE 0.

       01  debtor-line.
           03  dt-agency               PIC X(3).
           03  FILLER                  PIC X VALUE "D".
           03  dt-c-code               PIC X(5).
           03  dt-name                 PIC X(15).
           03  dt-street               PIC X(20).
           03  dt-city                 PIC X(15).
           03  dt-state                PIC X(2).
           03  dt-postal               PIC X(10).
           03  dt-contact              PIC X(20).
           03  dt-phone                PIC X(12).
           03  dt-email                PIC X(30).
           03  dt-placed-amount        PIC 9(9)V99.
           03  dt-placed-date          PIC 9(8).

       01  order-line.
           03  ol-agency               PIC X(3).
           03  FILLER                  PIC X VALUE "O".
           03  ol-c-code               PIC X(5).
           03  ol-ord-no               PIC 9(6).
           03  ol-ord-date             PIC 9(8).
           03  ol-due-date             PIC 9(8).
           03  ol-currency             PIC X(3).
           03  ol-balance              PIC 9(7)V99.
      *  "D" when the customer has the order formally in dispute --
      *  the agency needs to know before it chases it.
           03  ol-disputed             PIC X.

       01  note-line.
           03  nl-agency               PIC X(3).
           03  FILLER                  PIC X VALUE "N".
           03  nl-c-code               PIC X(5).
           03  nl-date                 PIC 9(8).
           03  nl-text                 PIC X(60).

       01  trailer-line.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  FILLER                  PIC X VALUE "T".
           03  tr-line-count           PIC 9(7).
           03  tr-accounts             PIC 9(6).
           03  tr-total-placed         PIC 9(9)V99.

       01  page-title                  PIC X(40) VALUE
               "COLLECTION AGENCY PLACEMENT REGISTER".

       01  detail-line.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-name                 PIC X(15).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-agency               PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-orders               PIC ZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  dl-note                 PIC X(35).

       01  totals-line.
           03  FILLER                  PIC X(17)
               VALUE "ACCOUNTS PLACED:".
           03  tl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(16)
               VALUE "  TOTAL PLACED:".
           03  tl-amount               PIC ZZ,ZZZ,ZZ9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Check-Run-Authority
           PERFORM Program-Initialize

           PERFORM UNTIL placemt-file-eof
               READ placemt-file
                   AT END
                       SET placemt-file-eof TO TRUE
                   NOT AT END
                       PERFORM Place-One-Customer
               END-READ
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Check-Run-Authority refuses the whole run       *
      *  unless the operator is a supervisor or manager  *
      *  -- the account leaves our own collections for   *
      *  good. A refusal is written through custaud.     *
      *                                                  *
      ****************************************************

       Check-Run-Authority SECTION.

           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role NOT = "S" AND acting-role NOT = "M"
               DISPLAY "CUSTAGPL: OPERATOR NOT AUTHORIZED FOR "
                   "AGENCY PLACEMENT -- RUN ABANDONED"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "AGENCY PLACEMENT RUN REFUSED" TO aud-after-image
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

           OPEN INPUT placemt-file
           OPEN I-O customer-file
           OPEN INPUT order-file
           OPEN INPUT note-file
           IF  note-file-not-found
               SET no-note-file TO TRUE
           END-IF
           OPEN I-O agplace-file
           IF  agp-file-not-found
               OPEN OUTPUT agplace-file
               CLOSE agplace-file
               OPEN I-O agplace-file
           END-IF
           OPEN OUTPUT agency-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Place-One-Customer validates the deck pair,     *
      *  totals what is open, and -- when there is       *
      *  something to place -- writes the agency's       *
      *  lines and marks the account placed.             *
      *                                                  *
      ****************************************************

       Place-One-Customer SECTION.

           MOVE SPACES TO detail-line
           MOVE pl-c-code TO dl-c-code
           MOVE pl-agency TO dl-agency

           IF  pl-agency = SPACES
               MOVE "AGENCY CODE REQUIRED -- SKIPPED" TO dl-note
               PERFORM Print-Detail-Line
               EXIT SECTION
           END-IF

           MOVE pl-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO dl-note
                   PERFORM Print-Detail-Line
                   EXIT SECTION
           END-READ
           MOVE file-c-name TO dl-name

           IF  account-with-agency
               MOVE pl-c-code TO agp-c-code
               READ agplace-file
                   INVALID KEY
                       MOVE SPACES TO agp-agency
               END-READ
               MOVE SPACES TO dl-note
               STRING "ALREADY WITH AGENCY " agp-agency
                   DELIMITED BY SIZE INTO dl-note
               PERFORM Print-Detail-Line
               EXIT SECTION
           END-IF

           PERFORM Total-Open-Orders
           IF  customer-placed-amount NOT > 0
               MOVE "NOTHING OPEN TO PLACE" TO dl-note
               PERFORM Print-Detail-Line
               EXIT SECTION
           END-IF

           PERFORM Write-Debtor-Line
           PERFORM Write-Order-Lines
           PERFORM Write-Note-Lines
           PERFORM Mark-Account-Placed

           ADD 1 TO accounts-placed
           ADD customer-placed-amount TO total-placed
           MOVE open-order-count TO dl-orders
           MOVE customer-placed-amount TO dl-amount
           MOVE "PLACED" TO dl-note
           PERFORM Print-Detail-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Total-Open-Orders -- the home-currency balance  *
      *  still open across the account's orders, at      *
      *  today's rate.                                   *
      *                                                  *
      ****************************************************

       Total-Open-Orders SECTION.

           MOVE 0 TO customer-placed-amount open-order-count
           PERFORM Start-Order-Scan
           PERFORM UNTIL scan-eof
               PERFORM Read-Next-Open-Order
               IF  NOT scan-eof
                   ADD 1 TO open-order-count
                   CALL "custrate" USING ord-currency, today-yyyymmdd,
                       cur-exchange-rate
                   END-CALL
                   COMPUTE customer-placed-amount =
                       customer-placed-amount +
                       (order-balance * cur-exchange-rate)
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Start-Order-Scan SECTION.

           MOVE "N" TO scan-eof-switch
           MOVE pl-c-code TO ord-c-code
           MOVE 0         TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START.
           EXIT.

      ****************************************************
      *                                                  *
      *  Read-Next-Open-Order reads on to the account's  *
      *  next order with a balance -- not voided, not    *
      *  settled -- and sets scan-eof past the last      *
      *  one.                                            *
      *                                                  *
      ****************************************************

       Read-Next-Open-Order SECTION.

           MOVE 0 TO order-balance
           PERFORM UNTIL scan-eof OR order-balance > 0
               READ order-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
               END-READ
               IF  NOT scan-eof
                   IF  ord-c-code NOT = pl-c-code
                       SET scan-eof TO TRUE
                   ELSE
                       IF  NOT order-voided AND NOT order-settled
                           COMPUTE order-balance =
                               ord-val - ord-pay-val
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

       Write-Debtor-Line SECTION.

           MOVE pl-agency      TO dt-agency
           MOVE file-c-code    TO dt-c-code
           MOVE file-c-name    TO dt-name
           MOVE file-c-street  TO dt-street
           MOVE file-c-city    TO dt-city
           MOVE file-c-state   TO dt-state
           MOVE file-c-postal  TO dt-postal
           MOVE file-c-contact TO dt-contact
           MOVE file-c-phone   TO dt-phone
           MOVE file-c-email   TO dt-email
           MOVE customer-placed-amount TO dt-placed-amount
           MOVE today-yyyymmdd TO dt-placed-date
           MOVE SPACES TO agency-line
           MOVE debtor-line TO agency-line
           WRITE agency-line
           ADD 1 TO agency-line-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Order-Lines sends each open order in its  *
      *  own billing currency, with the due date it      *
      *  fell due on -- the stored one, or the terms     *
      *  default.                                        *
      *                                                  *
      ****************************************************

       Write-Order-Lines SECTION.

           PERFORM Start-Order-Scan
           PERFORM UNTIL scan-eof
               PERFORM Read-Next-Open-Order
               IF  NOT scan-eof
                   MOVE pl-agency    TO ol-agency
                   MOVE ord-c-code   TO ol-c-code
                   MOVE ord-no       TO ol-ord-no
                   MOVE ord-date     TO ol-ord-date
                   IF  ord-due-date NUMERIC AND ord-due-date > 0
                       MOVE ord-due-date TO ol-due-date
                   ELSE
                       CALL "custdue" USING file-c-terms, ord-date,
                                             ol-due-date
                       END-CALL
                   END-IF
                   MOVE ord-currency  TO ol-currency
                   MOVE order-balance TO ol-balance
                   MOVE SPACE TO ol-disputed
                   IF  order-disputed
                       MOVE "D" TO ol-disputed
                   END-IF
                   MOVE SPACES TO agency-line
                   MOVE order-line TO agency-line
                   WRITE agency-line
                   ADD 1 TO agency-line-count
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Note-Lines sends the account's contact    *
      *  history -- every note on custnote.ism, oldest   *
      *  first.                                          *
      *                                                  *
      ****************************************************

       Write-Note-Lines SECTION.

           IF  no-note-file
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           MOVE pl-c-code TO note-c-code
           MOVE 0         TO note-date
           MOVE 0         TO note-time
           START note-file KEY IS NOT LESS THAN note-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START

           PERFORM UNTIL scan-eof
               READ note-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
               END-READ
               IF  NOT scan-eof
                   IF  note-c-code NOT = pl-c-code
                       SET scan-eof TO TRUE
                   ELSE
                       MOVE pl-agency TO nl-agency
                       MOVE note-c-code TO nl-c-code
                       MOVE note-date TO nl-date
                       MOVE note-text TO nl-text
                       MOVE SPACES TO agency-line
                       MOVE note-line TO agency-line
                       WRITE agency-line
                       ADD 1 TO agency-line-count
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Mark-Account-Placed sets file-c-agency-state    *
      *  and writes the account's agplace.ism record --  *
      *  a re-placement after a recall replaces the old  *
      *  one.                                            *
      *                                                  *
      ****************************************************

       Mark-Account-Placed SECTION.

           MOVE "P" TO file-c-agency-state
           REWRITE customer-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES                 TO agplace-record
           MOVE pl-c-code              TO agp-c-code
           MOVE pl-agency              TO agp-agency
           MOVE today-yyyymmdd         TO agp-placed-date
           MOVE customer-placed-amount TO agp-placed-amount
           MOVE 0                      TO agp-collected
           MOVE 0                      TO agp-commission
           MOVE 0                      TO agp-last-remit-date
           MOVE "P"                    TO agp-status
           MOVE today-yyyymmdd         TO agp-status-date
           REWRITE agplace-record
               INVALID KEY
                   WRITE agplace-record
                   END-WRITE
           END-REWRITE

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE "NOT PLACED" TO aud-before-image
           MOVE customer-placed-amount TO dt-placed-amount
           STRING "PLACED WITH AGENCY " pl-agency " BALANCE "
                  dt-placed-amount
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "AGY-PLACE", pl-c-code,
                                 aud-before-image, aud-after-image
           END-CALL.
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

           MOVE agency-line-count TO tr-line-count
           MOVE accounts-placed   TO tr-accounts
           MOVE total-placed      TO tr-total-placed
           MOVE SPACES TO agency-line
           MOVE trailer-line TO agency-line
           WRITE agency-line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE accounts-placed TO tl-count
           MOVE total-placed    TO tl-amount
           MOVE totals-line TO report-line
           WRITE report-line

           CLOSE placemt-file
           CLOSE customer-file
           CLOSE order-file
           IF  NOT no-note-file
               CLOSE note-file
           END-IF
           CLOSE agplace-file
           CLOSE agency-file
           CLOSE report-file.
           EXIT.
