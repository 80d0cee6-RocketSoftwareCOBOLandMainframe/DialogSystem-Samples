      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * One-shot direct-debit mandate conversion to encrypted        *
      * accounts.  Reads ddmand.ism in key order and, for every      *
      * mandate whose account is still held plain (dd-acct-form at   *
      * spaces), encrypts it through the custbkac keeper and         *
      * rewrites the record in place with its last four and the      *
      * encrypted flag -- the fields were carved out of the record's *
      * expansion space, so no new file is needed.  A mandate        *
      * already encrypted is left alone, so the run can safely be    *
      * repeated.  The CUSTDDKEY key must be set; without it nothing *
      * is touched.  The register shows each account masked only.    *
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
       PROGRAM-ID. custcnvb.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ddmand-file ASSIGN "ddmand.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dd-c-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS dd-status-code.

           SELECT report-file ASSIGN "custcnvb.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  ddmand-file.
           COPY "ddmandrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  dd-status-code              PIC XX.
           88  dd-file-ok              VALUE "00".
           88  dd-file-eof             VALUE "10".

       77  bkac-result                 PIC X.
       77  plain-account               PIC X(12).
       77  account-cipher              PIC X(12).
       77  account-last4               PIC X(4).

       77  mandate-count               PIC 9(5) COMP VALUE 0.
       77  encrypted-count             PIC 9(5) COMP VALUE 0.
       77  count-display               PIC ZZZZ9.

       01  result-line.
           03  FILLER                  PIC X(8) VALUE "MANDATE ".
           03  rl-code                 PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-account.
               05  FILLER              PIC X(8) VALUE "********".
               05  rl-account-last4    PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(30).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN OUTPUT report-file

           CALL "custbkac" USING "K", dd-c-code, plain-account,
                                  account-cipher, account-last4,
                                  bkac-result
           END-CALL
           IF  bkac-result NOT = "Y"
               MOVE "ACCOUNT KEY NOT SET -- NOTHING CONVERTED"
                   TO report-line
               WRITE report-line
               CLOSE report-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ddmand-file
           IF  NOT dd-file-ok
               MOVE "NO MANDATE FILE -- NOTHING CONVERTED"
                   TO report-line
               WRITE report-line
               CLOSE report-file
               STOP RUN
           END-IF

           PERFORM UNTIL dd-file-eof
               READ ddmand-file NEXT RECORD
                   AT END
                       SET dd-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO mandate-count
                       IF  NOT account-encrypted
                           PERFORM Encrypt-One-Mandate
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ddmand-file

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE mandate-count TO count-display
           MOVE SPACES TO report-line
           STRING "MANDATES READ:      " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE encrypted-count TO count-display
           MOVE SPACES TO report-line
           STRING "ACCOUNTS ENCRYPTED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Encrypt-One-Mandate SECTION.

           MOVE dd-c-code       TO rl-code
           MOVE dd-bank-account TO plain-account
           CALL "custbkac" USING "E", dd-c-code, plain-account,
                                  account-cipher, account-last4,
                                  bkac-result
           END-CALL
           MOVE SPACES TO plain-account
           MOVE account-last4 TO rl-account-last4

           MOVE account-cipher TO dd-bank-account
           MOVE account-last4  TO dd-acct-last4
           SET account-encrypted TO TRUE
           REWRITE ddmand-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
               NOT INVALID KEY
                   MOVE "ACCOUNT ENCRYPTED" TO rl-result
                   ADD 1 TO encrypted-count
           END-REWRITE

           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.
