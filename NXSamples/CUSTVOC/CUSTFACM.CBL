      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Factoring flag maintenance utility.  Reads factflag.dat and  *
      * marks what we sell to the factoring company: a "C" record    *
      * sets (flag "Y") or clears (flag "N") file-c-factored on the  *
      * customer, so every new invoice of the account goes on the    *
      * factor's next schedule; an "I" record nominates one invoice  *
      * of any account for the next schedule (flag "Y") or takes a   *
      * nomination back (flag "N") before CUSTFACS has sold it.      *
      * Intercompany accounts are refused -- the factor buys outside *
      * receivables only -- and an invoice already sold stays sold.  *
      * The same deck-and-report pattern CUSTICFL uses, with an "E"  *
      * edit pass; every change is written to the audit trail.       *
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
       PROGRAM-ID. custfacm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT factflag-file ASSIGN "factflag.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS factflag-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT invoice-file ASSIGN "invoice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS invo-no
           ACCESS IS DYNAMIC
           FILE STATUS IS invo-status.

           SELECT factinv-file ASSIGN "factinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fi-invo-no
           ALTERNATE RECORD KEY IS fi-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS fi-status-code.

           SELECT report-file ASSIGN "custfacm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  factflag-file.
       01  factflag-record.
           03  ff-type                 PIC X.
               88  ff-customer             VALUE "C".
               88  ff-invoice              VALUE "I".
           03  ff-c-code               PIC X(5).
           03  ff-flag                 PIC X.
               88  ff-set                  VALUE "Y".
               88  ff-clear                VALUE "N".
      *  ff-invo-no is only keyed on an "I" record.
           03  ff-invo-no              PIC 9(6).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  invoice-file.
           COPY "invcrec.cpy".

       FD  factinv-file.
           COPY "factinvc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  factflag-status             PIC XX.
           88  factflag-file-ok        VALUE "00".
           88  factflag-file-eof       VALUE "10".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  invo-status                 PIC XX.
           88  invo-file-ok            VALUE "00".

       01  fi-status-code              PIC XX.
           88  fi-file-ok              VALUE "00".
           88  fi-file-not-found       VALUE "35".

      *  With no factinv.ism yet an edit pass has nothing to look
      *  up -- no invoice has been nominated or sold.
       77  fi-open-switch              PIC X VALUE "N".
           88  fi-file-open                VALUE "Y".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  Run with "E" on the command line the utility is an edit
      *  pass: every deck record is validated and the report shows
      *  exactly what would change, but nothing is committed.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       01  result-line.
           03  rl-type                 PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-key                  PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-flag                 PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(50).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE

           OPEN INPUT factflag-file
           IF  edit-pass
               OPEN INPUT customer-file
               OPEN INPUT factinv-file
               IF  fi-file-ok
                   SET fi-file-open TO TRUE
               END-IF
           ELSE
               OPEN I-O customer-file
               OPEN I-O factinv-file
               IF  fi-file-not-found
                   OPEN OUTPUT factinv-file
                   CLOSE factinv-file
                   OPEN I-O factinv-file
               END-IF
               SET fi-file-open TO TRUE
           END-IF
           OPEN INPUT invoice-file
           OPEN OUTPUT report-file

           PERFORM UNTIL factflag-file-eof
               READ factflag-file
                   AT END
                       SET factflag-file-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ff-customer
                               PERFORM Apply-Customer-Flag
                           WHEN ff-invoice
                               PERFORM Apply-Invoice-Flag
                           WHEN OTHER
                               MOVE SPACES TO result-line
                               MOVE ff-type TO rl-type
                               MOVE "UNKNOWN RECORD TYPE"
                                   TO rl-result
                               PERFORM Print-Result-Line
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE factflag-file
           CLOSE customer-file
           IF  fi-file-open
               CLOSE factinv-file
           END-IF
           CLOSE invoice-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Apply-Customer-Flag reads the customer-record   *
      *  for ff-c-code and sets or clears file-c-        *
      *  factored, logging the outcome to report-file.   *
      *                                                  *
      ****************************************************

       Apply-Customer-Flag SECTION.

           MOVE SPACES     TO result-line
           MOVE "CUSTOMER" TO rl-type
           MOVE ff-c-code  TO rl-key
           MOVE ff-flag    TO rl-flag

           IF  NOT ff-set AND NOT ff-clear
               MOVE "FLAG MUST BE Y OR N" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE ff-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CODE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  ff-set AND file-c-ic-company NOT = SPACES
               MOVE "REFUSED -- INTERCOMPANY ACCOUNT" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  edit-pass
               STRING "WOULD SET (NOW " file-c-factored ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "FACTORED " file-c-factored
               DELIMITED BY SIZE INTO aud-before-image
           STRING "FACTORED " ff-flag
               DELIMITED BY SIZE INTO aud-after-image

           IF  ff-set
               SET customer-factored TO TRUE
           ELSE
               MOVE SPACE TO file-c-factored
           END-IF
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "FACTOR-FLAG", ff-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           IF  ff-set
               MOVE "SET" TO rl-result
           ELSE
               MOVE "CLEARED -- INVOICES ALREADY SOLD STAY SOLD"
                   TO rl-result
           END-IF
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Invoice-Flag nominates ff-invo-no for     *
      *  the factor's next schedule, or takes a          *
      *  nomination back, logging the outcome to         *
      *  report-file.                                    *
      *                                                  *
      ****************************************************

       Apply-Invoice-Flag SECTION.

           MOVE SPACES     TO result-line
           MOVE "INVOICE"  TO rl-type
           MOVE ff-invo-no TO rl-key
           MOVE ff-flag    TO rl-flag

           IF  NOT ff-set AND NOT ff-clear
               MOVE "FLAG MUST BE Y OR N" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  ff-invo-no NOT NUMERIC
               MOVE "INVOICE NUMBER NOT NUMERIC" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE ff-invo-no TO invo-no
           READ invoice-file
               INVALID KEY
                   MOVE "INVOICE NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           MOVE invo-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "INVOICE CUSTOMER NOT FOUND" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ
           IF  ff-set AND file-c-ic-company NOT = SPACES
               MOVE "REFUSED -- INTERCOMPANY ACCOUNT" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO fi-status
           IF  fi-file-open
               MOVE ff-invo-no TO fi-invo-no
               READ factinv-file
                   INVALID KEY
                       MOVE SPACES TO fi-status
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN fi-assigned OR fi-fully-collected
                   STRING "REFUSED -- SOLD ON SCHEDULE " fi-sched-no
                       DELIMITED BY SIZE INTO rl-result
               WHEN ff-set AND fi-nominated
                   MOVE "ALREADY NOMINATED" TO rl-result
               WHEN ff-clear AND NOT fi-nominated
                   MOVE "NOT NOMINATED" TO rl-result
               WHEN edit-pass AND ff-set
                   MOVE "WOULD NOMINATE" TO rl-result
               WHEN edit-pass
                   MOVE "WOULD WITHDRAW NOMINATION" TO rl-result
               WHEN ff-set
                   PERFORM Nominate-Invoice
               WHEN OTHER
                   PERFORM Withdraw-Nomination
           END-EVALUATE
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Nominate-Invoice SECTION.

           MOVE SPACES TO factinv-record
           MOVE invo-no      TO fi-invo-no
           MOVE invo-ord-no  TO fi-ord-no
           MOVE invo-c-code  TO fi-c-code
           MOVE 0            TO fi-sched-no
           SET fi-nominated TO TRUE
           MOVE invo-date    TO fi-invo-date
           MOVE 0            TO fi-due-date
           COMPUTE fi-face = invo-val + invo-tax
           MOVE 0            TO fi-collected
           MOVE invo-currency TO fi-currency
           WRITE factinv-record
               INVALID KEY
                   MOVE "WRITE FAILED" TO rl-result
                   EXIT SECTION
           END-WRITE

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "INVOICE " invo-no
               DELIMITED BY SIZE INTO aud-before-image
           STRING "INVOICE " invo-no " NOMINATED FOR FACTOR"
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "FACTOR-NOM", invo-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           MOVE "NOMINATED FOR THE NEXT SCHEDULE" TO rl-result.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Withdraw-Nomination SECTION.

           DELETE factinv-file
               INVALID KEY
                   MOVE "DELETE FAILED" TO rl-result
                   EXIT SECTION
           END-DELETE

           MOVE SPACES TO aud-before-image
                          aud-after-image
           STRING "INVOICE " invo-no " NOMINATED FOR FACTOR"
               DELIMITED BY SIZE INTO aud-before-image
           STRING "INVOICE " invo-no
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "FACTOR-NOM", invo-c-code,
                                 aud-before-image,
                                 aud-after-image
           END-CALL
           MOVE "NOMINATION WITHDRAWN" TO rl-result.
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
