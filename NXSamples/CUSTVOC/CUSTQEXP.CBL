      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Nightly quote expiry sweep.  Walks quote.ism and marks every *
      * open quote whose quo-expiry has passed expired (status "X",  *
      * closed on its expiry date), so a lapsed quote stops counting *
      * as live business; each one is listed and audited.  Open      *
      * quotes that lapse within the follow-up window -- the next    *
      * seven days, or the number of days on the command line        *
      * ("custqexp 14") -- are then listed by rep, soonest first,    *
      * for the rep to chase before the price runs out.              *
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
       PROGRAM-ID. custqexp.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT quote-file ASSIGN "quote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS quo-key
           ACCESS IS DYNAMIC
           FILE STATUS IS quote-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT salesrep-file ASSIGN "salesrep.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srep-code
           ACCESS IS DYNAMIC
           FILE STATUS IS srep-status.

           SELECT followup-sort-file ASSIGN "custqexp.srt".

           SELECT report-file ASSIGN "custqexp.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  quote-file.
           COPY "quoterec.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  salesrep-file.
           COPY "salesrep.cpy".

       SD  followup-sort-file.
       01  followup-sort-record.
           03  fs-rep                  PIC X(3).
           03  fs-expiry               PIC 9(8).
           03  fs-c-code               PIC X(5).
           03  fs-quo-no               PIC 9(6).
           03  fs-name                 PIC X(15).
           03  fs-item-code            PIC X(4).
           03  fs-val                  PIC 9(7)V99.
           03  fs-currency             PIC X(3).
           03  fs-date                 PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  quote-status                PIC XX.
           88  quote-file-ok           VALUE "00".
           88  quote-file-eof          VALUE "10".
           88  quote-file-not-found    VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  srep-status                 PIC XX.
           88  srep-file-ok            VALUE "00".
           88  srep-file-not-found     VALUE "35".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       77  no-quote-file-switch        PIC X VALUE "N".
           88  no-quote-file            VALUE "Y".
       77  no-rep-file-switch          PIC X VALUE "N".
           88  no-rep-file              VALUE "Y".

      *  followup-days is the look-ahead window, from the command
      *  line -- zero (no argument) means the default week.
       78  default-followup-days           VALUE 7.
       77  followup-days               PIC 9(3).
       01  today-yyyymmdd              PIC 9(8).
       01  followup-limit              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.

      *  The customer whose quotes are being read.
       77  cached-c-code               PIC X(5) VALUE LOW-VALUES.
       77  cached-name                 PIC X(15).
       77  cached-rep                  PIC X(3).

       77  expired-count               PIC 9(5) COMP VALUE 0.
       77  followup-count              PIC 9(5) COMP VALUE 0.
       77  rep-followup-count          PIC 9(5) COMP.
       77  break-rep                   PIC X(3).
       77  first-rep-switch            PIC X VALUE "Y".
           88  first-rep               VALUE "Y".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  count-display               PIC ZZ,ZZ9.

       01  quote-line.
           03  FILLER                  PIC X(2).
           03  ql-c-code               PIC X(5).
           03  FILLER                  PIC X.
           03  ql-name                 PIC X(15).
           03  FILLER                  PIC X.
           03  ql-quo-no               PIC 9(6).
           03  FILLER                  PIC X(2).
           03  ql-item-code            PIC X(4).
           03  FILLER                  PIC X(2).
           03  ql-date                 PIC 9(8).
           03  FILLER                  PIC X(2).
           03  ql-expiry               PIC 9(8).
           03  FILLER                  PIC X(2).
           03  ql-val                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X.
           03  ql-currency             PIC X(3).
           03  FILLER                  PIC X(2).
           03  ql-rep                  PIC X(3).

       01  quote-heading.
           03  FILLER                  PIC X(32) VALUE
               "  CUST  NAME            QUOTE".
           03  FILLER                  PIC X(40) VALUE
               "ITEM  QUOTED    EXPIRES            VALUE".
           03  FILLER                  PIC X(10) VALUE
               "      REP".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  NOT no-quote-file
               SORT followup-sort-file
                   ON ASCENDING KEY fs-rep, fs-expiry, fs-c-code,
                                    fs-quo-no
                   INPUT PROCEDURE IS Sweep-Quotes
                   OUTPUT PROCEDURE IS Print-Follow-Up-List
           ELSE
               MOVE "NO QUOTE FILE -- NOTHING TO SWEEP"
                   TO report-line
               WRITE report-line
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
           ACCEPT followup-days FROM COMMAND-LINE
           IF  followup-days = 0
               MOVE default-followup-days TO followup-days
           END-IF

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)
           COMPUTE followup-limit =
               FUNCTION DATE-OF-INTEGER(today-julian + followup-days)

           OPEN OUTPUT report-file
           OPEN I-O quote-file
           IF  quote-file-not-found
               SET no-quote-file TO TRUE
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT salesrep-file
           IF  srep-file-not-found
               SET no-rep-file TO TRUE
           END-IF

           MOVE SPACES TO report-line
           STRING "QUOTE EXPIRY SWEEP -- " today-yyyymmdd
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "QUOTES EXPIRED TONIGHT" TO report-line
           WRITE report-line
           MOVE quote-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sweep-Quotes expires the lapsed open quotes and    *
      *  releases the ones lapsing inside the window for      *
      *  the follow-up list.                                   *
      *                                                  *
      ****************************************************

       Sweep-Quotes SECTION.

           PERFORM UNTIL quote-file-eof
               READ quote-file NEXT RECORD
                   AT END
                       SET quote-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       IF  quote-open
                           PERFORM Judge-One-Quote
                       END-IF
               END-READ
           END-PERFORM

           MOVE expired-count TO count-display
           MOVE SPACES TO report-line
           STRING "QUOTES EXPIRED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Judge-One-Quote SECTION.

           IF  quo-c-code NOT = cached-c-code
               MOVE quo-c-code TO cached-c-code
               MOVE SPACES TO cached-name cached-rep
               MOVE quo-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "NOT ON FILE" TO cached-name
                   NOT INVALID KEY
                       MOVE file-c-name TO cached-name
                       MOVE file-c-rep  TO cached-rep
               END-READ
           END-IF

           IF  quo-expiry < today-yyyymmdd
               PERFORM Expire-One-Quote
           ELSE
               IF  quo-expiry <= followup-limit
                   MOVE cached-rep     TO fs-rep
                   MOVE quo-expiry     TO fs-expiry
                   MOVE quo-c-code     TO fs-c-code
                   MOVE quo-no         TO fs-quo-no
                   MOVE cached-name    TO fs-name
                   MOVE quo-item-code  TO fs-item-code
                   MOVE quo-val        TO fs-val
                   MOVE quo-currency   TO fs-currency
                   MOVE quo-date       TO fs-date
                   RELEASE followup-sort-record
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Expire-One-Quote closes the quote on its expiry   *
      *  date, audits the change and lists it.               *
      *                                                  *
      ****************************************************

       Expire-One-Quote SECTION.

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "QUOTE " quo-no " STATUS=" quo-status
               DELIMITED BY SIZE INTO aud-before-image

           MOVE "X" TO quo-status
           MOVE quo-expiry TO quo-close-date
           REWRITE quote-record
               INVALID KEY
                   EXIT SECTION
           END-REWRITE
           ADD 1 TO expired-count
           ADD 1 TO run-writes-count

           STRING "QUOTE " quo-no " STATUS=X EXPIRED " quo-expiry
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "QUOTE-EXPIRE", quo-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE SPACES TO quote-line
           MOVE quo-c-code    TO ql-c-code
           MOVE cached-name   TO ql-name
           MOVE quo-no        TO ql-quo-no
           MOVE quo-item-code TO ql-item-code
           MOVE quo-date      TO ql-date
           MOVE quo-expiry    TO ql-expiry
           MOVE quo-val       TO ql-val
           MOVE quo-currency  TO ql-currency
           MOVE cached-rep    TO ql-rep
           MOVE quote-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Follow-Up-List lists the quotes about to     *
      *  lapse, a block per rep, soonest expiry first.       *
      *                                                  *
      ****************************************************

       Print-Follow-Up-List SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "QUOTES EXPIRING BY " followup-limit
                  " -- FOLLOW UP WITH THE CUSTOMER"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           PERFORM UNTIL sort-file-eof
               RETURN followup-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  first-rep OR fs-rep NOT = break-rep
                           IF  NOT first-rep
                               PERFORM Print-Rep-Count
                           END-IF
                           MOVE "N" TO first-rep-switch
                           MOVE fs-rep TO break-rep
                           MOVE 0 TO rep-followup-count
                           PERFORM Print-Rep-Heading
                       END-IF
                       PERFORM Print-Follow-Up-Line
               END-RETURN
           END-PERFORM
           IF  NOT first-rep
               PERFORM Print-Rep-Count
           END-IF

           MOVE followup-count TO count-display
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "QUOTES TO FOLLOW UP: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Rep-Heading SECTION.

           MOVE SPACES TO srep-name
           IF  break-rep = SPACES
               MOVE "NO REP ASSIGNED" TO srep-name
           ELSE
               IF  NOT no-rep-file
                   MOVE break-rep TO srep-code
                   READ salesrep-file
                       INVALID KEY
                           MOVE SPACES TO srep-name
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "REP " break-rep "  " srep-name
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE quote-heading TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Follow-Up-Line SECTION.

           MOVE SPACES TO quote-line
           MOVE fs-c-code     TO ql-c-code
           MOVE fs-name       TO ql-name
           MOVE fs-quo-no     TO ql-quo-no
           MOVE fs-item-code  TO ql-item-code
           MOVE fs-date       TO ql-date
           MOVE fs-expiry     TO ql-expiry
           MOVE fs-val        TO ql-val
           MOVE fs-currency   TO ql-currency
           MOVE fs-rep        TO ql-rep
           MOVE quote-line TO report-line
           WRITE report-line
           ADD 1 TO rep-followup-count
           ADD 1 TO followup-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Rep-Count SECTION.

           MOVE rep-followup-count TO count-display
           MOVE SPACES TO report-line
           STRING "  QUOTES FOR REP " break-rep ": " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTQEXP", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           IF  NOT no-quote-file
               CLOSE quote-file
           END-IF
           CLOSE customer-file
           IF  NOT no-rep-file
               CLOSE salesrep-file
           END-IF
           CLOSE report-file.
           EXIT.
