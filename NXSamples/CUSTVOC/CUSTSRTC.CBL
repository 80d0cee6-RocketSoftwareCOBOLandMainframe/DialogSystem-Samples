      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Supplier credit posting.  Reads srtcred.dat, one record per  *
      * credit note a supplier has sent against one of our supplier  *
      * returns (see srtnrec.cpy): our return number, their credit   *
      * reference, the credit date (zero meaning today) and the      *
      * amount credited.  Each credit closes its return -- status    *
      * "C" with the credit recorded -- so it drops off CUSTSRTN's   *
      * awaiting-credit list.  A return whose goods have not yet     *
      * gone back, or that is already credited, is refused.  A       *
      * credit short of the debit we raised is still posted but is   *
      * flagged on the report with the shortfall, for purchasing to  *
      * take up with the supplier.  Every credit posted is written   *
      * to the audit trail.  The same "E" edit pass CUSTCOLM offers  *
      * validates the deck and reports what would be posted without  *
      * committing anything.                                         *
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
       PROGRAM-ID. custsrtc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT credit-deck ASSIGN "srtcred.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT suprtn-file ASSIGN "srtn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srt-no
           ACCESS IS DYNAMIC
           FILE STATUS IS srt-status-code.

           SELECT report-file ASSIGN "custsrtc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  credit-deck.
       01  credit-deck-record.
           03  cd-srt-no-x             PIC X(6).
           03  cd-srt-no REDEFINES cd-srt-no-x
                                       PIC 9(6).
           03  cd-credit-ref           PIC X(12).
           03  cd-credit-date-x        PIC X(8).
           03  cd-credit-date REDEFINES cd-credit-date-x
                                       PIC 9(8).
           03  cd-amount-x             PIC X(9).
           03  cd-amount REDEFINES cd-amount-x
                                       PIC 9(7)V99.

       FD  suprtn-file.
           COPY "srtnrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  srt-status-code             PIC XX.
           88  srt-file-ok             VALUE "00".
           88  srt-file-not-found      VALUE "35".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       77  today-date-yyyymmdd         PIC 9(8).
       77  credit-date                 PIC 9(8).
       77  short-amount                PIC 9(7)V99 COMP.
       77  short-edit                  PIC Z,ZZZ,ZZ9.99.
       77  amount-edit                 PIC Z,ZZZ,ZZ9.99.

       77  credits-posted              PIC 9(5) COMP VALUE 0.
       77  credits-short               PIC 9(5) COMP VALUE 0.
       77  credits-refused             PIC 9(5) COMP VALUE 0.
       77  posted-amount               PIC 9(9)V99 COMP VALUE 0.

      *  Run with "E" on the command line the utility is an edit
      *  pass: every deck record is validated and the report shows
      *  exactly what would be posted, but nothing is committed.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       01  page-title                  PIC X(50) VALUE
               "SUPPLIER CREDITS AGAINST SUPPLIER RETURNS".

       01  table-heading.
           03  FILLER                  PIC X(8)  VALUE "RETURN".
           03  FILLER                  PIC X(6)  VALUE "SUPP".
           03  FILLER                  PIC X(14) VALUE "CREDIT REF".
           03  FILLER                  PIC X(10) VALUE "DATE".
           03  FILLER                  PIC X(14) VALUE "      CREDITED".
           03  FILLER                  PIC X(14) VALUE "        DEBIT".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE "RESULT".

       01  result-line.
           03  rl-srt-no               PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-supplier             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-credit-ref           PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-credit-date          PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-amount               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-debit                PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(40).

       01  totals-line.
           03  tl-label                PIC X(30).
           03  tl-count                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  tl-amount               PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE
           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD

           OPEN OUTPUT report-file
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           IF  edit-pass
               OPEN INPUT suprtn-file
           ELSE
               OPEN I-O suprtn-file
           END-IF
           IF  NOT srt-file-ok
               DISPLAY "CUSTSRTC: CANNOT OPEN srtn.ism STATUS "
                   srt-status-code
               MOVE "NO SUPPLIER RETURNS ON FILE" TO report-line
               WRITE report-line
               CLOSE report-file
               MOVE 8 TO run-rc-code
               MOVE 8 TO RETURN-CODE
               PERFORM Program-Terminate
               STOP RUN
           END-IF

           OPEN INPUT credit-deck
           MOVE table-heading TO report-line
           WRITE report-line

           PERFORM UNTIL deck-file-eof
               READ credit-deck
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Apply-Credit-Record
               END-READ
           END-PERFORM

           CLOSE credit-deck
           CLOSE suprtn-file

           PERFORM Print-Totals
           CLOSE report-file

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Credit-Record validates one credit note   *
      *  against its supplier return and, outside the    *
      *  edit pass, closes the return with it.           *
      *                                                  *
      ****************************************************

       Apply-Credit-Record SECTION.

           MOVE SPACES        TO result-line
           MOVE cd-srt-no-x   TO rl-srt-no
           MOVE cd-credit-ref TO rl-credit-ref
           MOVE 0             TO rl-amount rl-debit

           IF  cd-srt-no-x NOT NUMERIC
               MOVE "RETURN NUMBER NOT NUMERIC" TO rl-result
               PERFORM Refuse-Credit
               EXIT SECTION
           END-IF
           IF  cd-amount-x NOT NUMERIC
               MOVE "CREDIT AMOUNT NOT NUMERIC" TO rl-result
               PERFORM Refuse-Credit
               EXIT SECTION
           END-IF
           MOVE cd-amount TO rl-amount
           IF  cd-credit-ref = SPACES
               MOVE "SUPPLIER CREDIT REFERENCE REQUIRED" TO rl-result
               PERFORM Refuse-Credit
               EXIT SECTION
           END-IF
           IF  cd-credit-date-x = SPACES
               MOVE today-date-yyyymmdd TO credit-date
           ELSE
               IF  cd-credit-date-x NOT NUMERIC
                   MOVE "CREDIT DATE NOT NUMERIC" TO rl-result
                   PERFORM Refuse-Credit
                   EXIT SECTION
               END-IF
               IF  cd-credit-date = 0
                   MOVE today-date-yyyymmdd TO credit-date
               ELSE
                   MOVE cd-credit-date TO credit-date
               END-IF
           END-IF
           MOVE credit-date TO rl-credit-date

           MOVE cd-srt-no TO srt-no
           READ suprtn-file
               INVALID KEY
                   MOVE "NO SUCH SUPPLIER RETURN" TO rl-result
                   PERFORM Refuse-Credit
                   EXIT SECTION
           END-READ
           MOVE srt-supplier TO rl-supplier
           MOVE srt-amount   TO rl-debit

           IF  srt-credited
               MOVE "RETURN ALREADY CREDITED" TO rl-result
               PERFORM Refuse-Credit
               EXIT SECTION
           END-IF
           IF  srt-raised
               MOVE "GOODS NOT YET SENT BACK -- RUN CUSTSRTN"
                   TO rl-result
               PERFORM Refuse-Credit
               EXIT SECTION
           END-IF

           MOVE 0 TO short-amount
           IF  cd-amount < srt-amount
               COMPUTE short-amount = srt-amount - cd-amount
           END-IF

           IF  edit-pass
               IF  short-amount > 0
                   MOVE short-amount TO short-edit
                   STRING "WOULD POST -- SHORT " short-edit
                       DELIMITED BY SIZE INTO rl-result
               ELSE
                   MOVE "WOULD POST" TO rl-result
               END-IF
               PERFORM Count-Posted-Credit
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE srt-amount TO amount-edit
           STRING "SUPPLIER RETURN " srt-no " STATUS " srt-status
                  " DEBIT " amount-edit
               DELIMITED BY SIZE INTO aud-before-image

           MOVE "C"           TO srt-status
           MOVE credit-date   TO srt-credit-date
           MOVE cd-credit-ref TO srt-credit-ref
           MOVE cd-amount     TO srt-credit-amount
           REWRITE suprtn-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Refuse-Credit
                   MOVE 8 TO run-rc-code
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-REWRITE
           ADD 1 TO run-writes-count

           MOVE srt-credit-amount TO amount-edit
           STRING "CREDITED " amount-edit " REF " srt-credit-ref
                  " ON " srt-credit-date
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "SUPPLIER-CRD", srt-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           IF  short-amount > 0
               MOVE short-amount TO short-edit
               STRING "POSTED -- CREDIT SHORT BY " short-edit
                   DELIMITED BY SIZE INTO rl-result
           ELSE
               MOVE "POSTED" TO rl-result
           END-IF
           PERFORM Count-Posted-Credit.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Count-Posted-Credit SECTION.

           ADD 1 TO credits-posted
           ADD cd-amount TO posted-amount
           IF  short-amount > 0
               ADD 1 TO credits-short
           END-IF
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Refuse-Credit SECTION.

           ADD 1 TO credits-refused
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO totals-line
           IF  edit-pass
               MOVE "CREDITS THAT WOULD POST:" TO tl-label
           ELSE
               MOVE "CREDITS POSTED:" TO tl-label
           END-IF
           MOVE credits-posted TO tl-count
           MOVE posted-amount  TO tl-amount
           MOVE totals-line TO report-line
           WRITE report-line

           MOVE SPACES TO totals-line
           MOVE "  OF WHICH SHORT:" TO tl-label
           MOVE credits-short TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line

           MOVE SPACES TO totals-line
           MOVE "CREDITS REFUSED:" TO tl-label
           MOVE credits-refused TO tl-count
           MOVE totals-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Result-Line SECTION.

           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTSRTC", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL.
           EXIT.
