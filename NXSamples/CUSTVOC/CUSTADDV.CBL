      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Monthly address sweep.  Runs every cust.ism billing address  *
      * and every shipto.ism delivery address through the shared     *
      * custpost check against the postal authority's reference      *
      * (postal.ism, loaded by CUSTPSTL.CBL) and lists each one that *
      * fails -- no postal code, a code that does not exist, a code  *
      * in another state or another city -- with the city and state  *
      * the code really belongs to, for the cleanup the screens now  *
      * enforce on every new save.  The accounts whose statements    *
      * the post office has sent back undeliverable (stamped by      *
      * CUSTMRTN.CBL) close the report, with whether their address   *
      * on file still fails the check.                               *
      *                                                              *
      * The nightly chain reaches this step every night; the step    *
      * sits the night out when it has already run this month, so    *
      * the first run is the one-time sweep of the whole file and    *
      * each month after repeats it.  "F" on the command line runs   *
      * it regardless.                                               *
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
       PROGRAM-ID. custaddv.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS SEQUENTIAL
           FILE STATUS IS cust-status.

           SELECT shipto-file ASSIGN "shipto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shp-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS shp-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT report-file ASSIGN "custaddv.prt"
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

       FD  shipto-file.
           COPY "shiptorc.cpy".

       FD  control-file.
           COPY "custctl.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".
           88  cust-file-eof           VALUE "10".

       01  shp-status                  PIC XX.
           88  shp-file-ok             VALUE "00".
           88  shp-file-eof            VALUE "10".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       78  control-id-addvdate             VALUE "ADDVDATE".

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  run-mode                    PIC X.
           88  force-run                   VALUE "F".
       01  today-yyyymmdd              PIC 9(8).
       77  today-yyyymm                PIC 9(6).
       77  last-addv-date              PIC 9(8).
       77  last-addv-yyyymm            PIC 9(6).

      *  CALL "custpost" interface -- the shared postal address
      *  check (see CUSTPOST.CBL).
       77  addr-postal                 PIC X(10).
       77  addr-city                   PIC X(15).
       77  addr-state                  PIC X(2).
       77  addr-check-result           PIC X.
           88  addr-address-ok             VALUE "O".
           88  addr-code-unknown           VALUE "U".
           88  addr-state-wrong            VALUE "S".
           88  addr-city-wrong             VALUE "C".
           88  addr-no-reference           VALUE "N".
       77  addr-ref-city               PIC X(15).
       77  addr-ref-state              PIC X(2).

       77  no-reference-switch         PIC X VALUE "N".
           88  no-reference                VALUE "Y".

       77  cust-checked                PIC 9(7) COMP VALUE 0.
       77  cust-failed                 PIC 9(7) COMP VALUE 0.
       77  shipto-checked              PIC 9(7) COMP VALUE 0.
       77  shipto-failed               PIC 9(7) COMP VALUE 0.
       77  returned-listed             PIC 9(7) COMP VALUE 0.

       01  page-title.
           03  FILLER                  PIC X(32) VALUE
               "POSTAL ADDRESS SWEEP --".
           03  pt-date                 PIC 9(8).

       01  not-due-line                PIC X(60) VALUE
               "ADDRESS SWEEP ALREADY RUN THIS MONTH -- NOT DUE".

       01  no-reference-line           PIC X(60) VALUE
               "NO POSTAL REFERENCE LOADED -- ADDRESSES NOT CHECKED".

       01  section-line.
           03  sl-title                PIC X(40).

       01  heading-line.
           03  FILLER                  PIC X(6)  VALUE "CUST".
           03  FILLER                  PIC X(4)  VALUE "ID".
           03  FILLER                  PIC X(21) VALUE "NAME".
           03  FILLER                  PIC X(16) VALUE "CITY".
           03  FILLER                  PIC X(3)  VALUE "ST".
           03  FILLER                  PIC X(11) VALUE "POSTAL".
           03  FILLER                  PIC X(25) VALUE "PROBLEM".
           03  FILLER                  PIC X(9)  VALUE "REF CITY".

       01  detail-line.
           03  dl-c-code               PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-id                   PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-name                 PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-city                 PIC X(15).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-state                PIC X(2).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-postal               PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-problem              PIC X(24).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-ref-city             PIC X(15).
           03  FILLER                  PIC X VALUE SPACE.
           03  dl-ref-state            PIC X(2).

       01  returned-heading-line.
           03  FILLER                  PIC X(6)  VALUE "CUST".
           03  FILLER                  PIC X(16) VALUE "NAME".
           03  FILLER                  PIC X(9)  VALUE "RETURNED".
           03  FILLER                  PIC X(16) VALUE "CITY".
           03  FILLER                  PIC X(3)  VALUE "ST".
           03  FILLER                  PIC X(11) VALUE "POSTAL".
           03  FILLER                  PIC X(24) VALUE
               "ADDRESS ON FILE".

       01  returned-line.
           03  rt-c-code               PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  rt-name                 PIC X(15).
           03  FILLER                  PIC X VALUE SPACE.
           03  rt-date                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  rt-city                 PIC X(15).
           03  FILLER                  PIC X VALUE SPACE.
           03  rt-state                PIC X(2).
           03  FILLER                  PIC X VALUE SPACE.
           03  rt-postal               PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  rt-verdict              PIC X(40).

       01  count-line.
           03  cl-label                PIC X(32).
           03  cl-count                PIC Z,ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  today-yyyymm = last-addv-yyyymm AND NOT force-run
               MOVE not-due-line TO report-line
               WRITE report-line
           ELSE
               PERFORM Sweep-Customer-Addresses
               PERFORM Sweep-Shipto-Addresses
               PERFORM List-Returned-Mail
               PERFORM Print-Run-Totals
               PERFORM Store-Addv-Date
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
           ACCEPT run-mode FROM COMMAND-LINE

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-yyyymm = today-yyyymmdd / 100

           OPEN I-O control-file
           OPEN OUTPUT report-file

           MOVE today-yyyymmdd TO pt-date
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  The last sweep's date -- no record means the sweep has
      *  never run, which makes tonight due.
           MOVE 0 TO last-addv-date
           MOVE control-id-addvdate TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO last-addv-date
           END-READ
           COMPUTE last-addv-yyyymm = last-addv-date / 100.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sweep-Customer-Addresses checks the billing       *
      *  address of every customer on file.                   *
      *                                                  *
      ****************************************************

       Sweep-Customer-Addresses SECTION.

           MOVE "CUSTOMER BILLING ADDRESSES" TO sl-title
           PERFORM Print-Section-Heading

           OPEN INPUT customer-file
           IF  NOT cust-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL cust-file-eof OR no-reference
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Check-Customer-Address
               END-READ
           END-PERFORM

           CLOSE customer-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Customer-Address SECTION.

           MOVE file-c-postal TO addr-postal
           MOVE file-c-city   TO addr-city
           MOVE file-c-state  TO addr-state
           PERFORM Check-Address
           IF  no-reference
               EXIT SECTION
           END-IF
           ADD 1 TO cust-checked
           IF  addr-address-ok
               EXIT SECTION
           END-IF

           ADD 1 TO cust-failed
           MOVE SPACES TO detail-line
           MOVE file-c-code   TO dl-c-code
           MOVE file-c-name   TO dl-name
           PERFORM Print-Failed-Address.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sweep-Shipto-Addresses checks every delivery      *
      *  address on file.                                     *
      *                                                  *
      ****************************************************

       Sweep-Shipto-Addresses SECTION.

           IF  no-reference
               EXIT SECTION
           END-IF

           MOVE "SHIP-TO DELIVERY ADDRESSES" TO sl-title
           PERFORM Print-Section-Heading

           OPEN INPUT shipto-file
           IF  NOT shp-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL shp-file-eof
               READ shipto-file NEXT RECORD
                   AT END
                       SET shp-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Check-Shipto-Address
               END-READ
           END-PERFORM

           CLOSE shipto-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Check-Shipto-Address SECTION.

           MOVE shp-postal TO addr-postal
           MOVE shp-city   TO addr-city
           MOVE shp-state  TO addr-state
           PERFORM Check-Address
           ADD 1 TO shipto-checked
           IF  addr-address-ok
               EXIT SECTION
           END-IF

           ADD 1 TO shipto-failed
           MOVE SPACES TO detail-line
           MOVE shp-c-code TO dl-c-code
           MOVE shp-id     TO dl-id
           MOVE shp-name   TO dl-name
           PERFORM Print-Failed-Address.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Address runs addr-postal/addr-city/         *
      *  addr-state through custpost.  No reference file       *
      *  at all is reported once and stops the sweep.           *
      *                                                  *
      ****************************************************

       Check-Address SECTION.

           CALL "custpost" USING addr-postal, addr-city, addr-state,
                                 addr-check-result, addr-ref-city,
                                 addr-ref-state
           END-CALL
           IF  addr-no-reference AND NOT no-reference
               SET no-reference TO TRUE
               MOVE no-reference-line TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Failed-Address finishes detail-line from    *
      *  the address just checked and prints it.              *
      *                                                  *
      ****************************************************

       Print-Failed-Address SECTION.

           MOVE addr-city   TO dl-city
           MOVE addr-state  TO dl-state
           MOVE addr-postal TO dl-postal
           EVALUATE TRUE
               WHEN addr-postal = SPACES
                   MOVE "NO POSTAL CODE" TO dl-problem
               WHEN addr-code-unknown
                   MOVE "NO SUCH POSTAL CODE" TO dl-problem
               WHEN addr-state-wrong
                   MOVE "CODE IN ANOTHER STATE" TO dl-problem
               WHEN addr-city-wrong
                   MOVE "CODE FOR ANOTHER CITY" TO dl-problem
           END-EVALUATE
           MOVE addr-ref-city  TO dl-ref-city
           MOVE addr-ref-state TO dl-ref-state
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *  List-Returned-Mail lists every account the post   *
      *  office has returned a statement for since its        *
      *  billing address was last changed.                     *
      *                                                  *
      ****************************************************

       List-Returned-Mail SECTION.

           MOVE "STATEMENTS RETURNED UNDELIVERABLE" TO sl-title
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE section-line TO report-line
           WRITE report-line
           MOVE returned-heading-line TO report-line
           WRITE report-line

           MOVE "00" TO cust-status
           OPEN INPUT customer-file
           IF  NOT cust-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL cust-file-eof
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       IF  file-c-mail-returned NUMERIC
                               AND file-c-mail-returned > 0
                           PERFORM Print-Returned-Account
                       END-IF
               END-READ
           END-PERFORM

           CLOSE customer-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Returned-Account SECTION.

           MOVE SPACES TO returned-line
           MOVE file-c-code          TO rt-c-code
           MOVE file-c-name          TO rt-name
           MOVE file-c-mail-returned TO rt-date
           MOVE file-c-city          TO rt-city
           MOVE file-c-state         TO rt-state
           MOVE file-c-postal        TO rt-postal

           MOVE file-c-postal TO addr-postal
           MOVE file-c-city   TO addr-city
           MOVE file-c-state  TO addr-state
           CALL "custpost" USING addr-postal, addr-city, addr-state,
                                 addr-check-result, addr-ref-city,
                                 addr-ref-state
           END-CALL
           EVALUATE TRUE
               WHEN addr-no-reference
                   MOVE "NOT CHECKED" TO rt-verdict
               WHEN addr-address-ok
                   MOVE "CHECKS OUT -- CONFIRM STREET WITH CUSTOMER"
                       TO rt-verdict
               WHEN OTHER
                   MOVE "FAILS THE POSTAL CHECK -- SEE ABOVE"
                       TO rt-verdict
           END-EVALUATE

           MOVE returned-line TO report-line
           WRITE report-line
           ADD 1 TO returned-listed run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Section-Heading SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE section-line TO report-line
           WRITE report-line
           MOVE heading-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Run-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "CUSTOMER ADDRESSES CHECKED" TO cl-label
           MOVE cust-checked TO cl-count
           MOVE count-line TO report-line
           WRITE report-line
           MOVE "CUSTOMER ADDRESSES FAILED" TO cl-label
           MOVE cust-failed TO cl-count
           MOVE count-line TO report-line
           WRITE report-line
           MOVE "SHIP-TO ADDRESSES CHECKED" TO cl-label
           MOVE shipto-checked TO cl-count
           MOVE count-line TO report-line
           WRITE report-line
           MOVE "SHIP-TO ADDRESSES FAILED" TO cl-label
           MOVE shipto-failed TO cl-count
           MOVE count-line TO report-line
           WRITE report-line
           MOVE "ACCOUNTS WITH RETURNED MAIL" TO cl-label
           MOVE returned-listed TO cl-count
           MOVE count-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Addv-Date SECTION.

           MOVE control-id-addvdate TO ctl-id
           MOVE today-yyyymmdd      TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   MOVE control-id-addvdate TO ctl-id
                   MOVE today-yyyymmdd      TO ctl-next-no
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

           CALL "custrunc" USING "CUSTADDV", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE control-file
           CLOSE report-file.
           EXIT.
