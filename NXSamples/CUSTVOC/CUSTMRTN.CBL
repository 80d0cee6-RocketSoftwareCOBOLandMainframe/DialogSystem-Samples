      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Returned-mail recording utility.  The mailroom keys each     *
      * statement the post office sends back undeliverable into the  *
      * mailrtn.dat deck -- customer code and the date it came back  *
      * -- and this stamps the date on the customer record           *
      * (file-c-mail-returned in custrec.cpy), keeping the later of  *
      * the two when the account already has one.  The CUSTADDV      *
      * address sweep lists every stamped account for cleanup until  *
      * a corrected billing address is saved through VOCSAVE.  The   *
      * same deck-and-report pattern CUSTTMST.CBL uses for the       *
      * payment-terms master, with one result line per deck line on  *
      * custmrtn.prt.                                                *
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
       PROGRAM-ID. custmrtn.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT mailrtn-file ASSIGN "mailrtn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT report-file ASSIGN "custmrtn.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  mailrtn-file.
       01  mailrtn-record.
           03  mr-c-code                PIC X(5).
           03  mr-date                  PIC 9(8).
           03  mr-date-parts REDEFINES mr-date.
               05  mr-yyyy              PIC 9(4).
               05  mr-mm                PIC 99.
               05  mr-dd                PIC 99.

       FD  customer-file.
           COPY "custrec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       77  check-julian                PIC 9(7) COMP.
       77  check-date                  PIC 9(8).

       01  result-line.
           03  FILLER                  PIC X(9) VALUE "RETURNED ".
           03  rl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-date                 PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-name                 PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(30).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL deck-file-eof
               READ mailrtn-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Record-Returned-Mail
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

           OPEN INPUT mailrtn-file
           OPEN I-O customer-file
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Record-Returned-Mail stamps the return date on    *
      *  the customer named by the deck line and logs the    *
      *  outcome.  A date that is not a real calendar date    *
      *  is refused.                                           *
      *                                                  *
      ****************************************************

       Record-Returned-Mail SECTION.

           MOVE mr-c-code TO rl-c-code
           MOVE mr-date   TO rl-date
           MOVE SPACES    TO rl-name

           IF  mr-date NOT NUMERIC OR mr-yyyy < 1601
                   OR mr-mm < 1 OR mr-mm > 12
                   OR mr-dd < 1 OR mr-dd > 31
               MOVE "BAD DATE -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           COMPUTE check-julian = FUNCTION INTEGER-OF-DATE(mr-date)
           COMPUTE check-date = FUNCTION DATE-OF-INTEGER(check-julian)
           IF  check-date NOT = mr-date
               MOVE "BAD DATE -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE mr-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "NO SUCH CUSTOMER -- SKIPPED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ
           MOVE file-c-name TO rl-name

           IF  file-c-mail-returned NUMERIC
               IF  file-c-mail-returned NOT < mr-date
                   MOVE "LATER RETURN ALREADY ON FILE" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
               END-IF
           END-IF

           MOVE mr-date TO file-c-mail-returned
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
               NOT INVALID KEY
                   MOVE "RETURN RECORDED" TO rl-result
           END-REWRITE
           PERFORM Print-Result-Line.
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

           CLOSE mailrtn-file
           CLOSE customer-file
           CLOSE report-file.
           EXIT.
