      * deck-and-report pattern CUSTSREP.CBL uses for the rep       *
      * master -- so a signed mandate is on file where the          *
      * CUSTDDCL collection run can see it, and a cancelled one     *
      * stops collecting the day the deck loads.  The account is    *
      * stored encrypted through the custbkac keeper (the CUSTDDKEY *
      * key must be set for the run) and the register and audit     *
      * images show it masked to its last four.                     *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           88  dd-file-ok              VALUE "00".
           88  dd-file-not-found       VALUE "35".

      *  A new or changed set of bank details is written to the
      *  audit trail -- it is where a direct debit's money goes,
      *  and the CUSTFRAL alert run watches for a change followed
      *  by money going out to the account.
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  aud-action                  PIC X(12).

      *  The account goes on file encrypted through custbkac, and
      *  the images and the register carry it masked to its last
      *  four with the enciphered form beside it -- enough for
      *  CUSTFRAL to see a change, nothing a reader can bank with.
       77  bkac-result                 PIC X.
       77  new-account-cipher          PIC X(12).
       77  new-account-last4           PIC X(4).
       77  old-account-cipher          PIC X(12).
       77  old-account-last4           PIC X(4).
       77  old-account-clear           PIC X(12).

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
       Apply-Mandate-Update SECTION.

           MOVE md-c-code TO rl-code
           MOVE SPACES    TO rl-account-last4
           IF  md-bank-routing = SPACES
                   OR md-bank-account = SPACES
               MOVE "BANK DETAILS MISSING -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           CALL "custbkac" USING "E", md-c-code, md-bank-account,
                                  new-account-cipher, new-account-last4,
                                  bkac-result
           END-CALL
           IF  bkac-result NOT = "Y"
               MOVE "ACCOUNT KEY NOT SET -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           MOVE new-account-last4 TO rl-account-last4
           MOVE SPACES TO aud-before-image aud-after-image
           MOVE md-c-code TO dd-c-code
           READ ddmand-file
               INVALID KEY
                   MOVE "MANDATE-ADD" TO aud-action
               NOT INVALID KEY
                   MOVE "MANDATE-CHG" TO aud-action
                   PERFORM Take-Stored-Account
                   STRING "ROUTING=" dd-bank-routing
                          " ACCOUNT=********" old-account-last4
                          " ENC=" old-account-cipher
                       DELIMITED BY SIZE INTO aud-before-image
      *  A status-only change (a cancellation) moves no money's
      *  destination -- no audit entry for it.
                   IF  dd-bank-routing = md-bank-routing
                           AND old-account-cipher = new-account-cipher
                       MOVE SPACES TO aud-action
                   END-IF
           END-READ
           STRING "ROUTING=" md-bank-routing
                  " ACCOUNT=********" new-account-last4
                  " ENC=" new-account-cipher
               DELIMITED BY SIZE INTO aud-after-image

           MOVE SPACES TO ddmand-record
           MOVE md-c-code        TO dd-c-code
           MOVE md-bank-routing  TO dd-bank-routing
           MOVE new-account-cipher TO dd-bank-account
           MOVE new-account-last4  TO dd-acct-last4
           SET account-encrypted   TO TRUE
           IF  md-status = "X"
               MOVE "X" TO dd-status
           ELSE
               NOT INVALID KEY
                   MOVE "MANDATE UPDATED" TO rl-result
           END-REWRITE
           IF  aud-action NOT = SPACES
                   AND rl-result NOT = "WRITE FAILED"
               CALL "custaud" USING aud-action, md-c-code,
                                     aud-before-image, aud-after-image
               END-CALL
           END-IF
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Take-Stored-Account gives the record on file in     *
      *  the same enciphered form as the deck's -- a record   *
      *  still plain from before encryption is enciphered       *
      *  here so the two compare.                               *
      *                                                  *
      ****************************************************

       Take-Stored-Account SECTION.

           IF  account-encrypted
               MOVE dd-bank-account TO old-account-cipher
               MOVE dd-acct-last4   TO old-account-last4
           ELSE
               MOVE dd-bank-account TO old-account-clear
               CALL "custbkac" USING "E", dd-c-code, old-account-clear,
                                      old-account-cipher,
                                      old-account-last4, bkac-result
               END-CALL
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
