      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared bank-account keeper.  ddmand.ism holds each mandate's *
      * account number encrypted; this is the one place it is        *
      * enciphered or read back.  "E" encrypts a plain account for   *
      * the customer, "D" decrypts a stored one, and "K" only asks   *
      * whether the key is set -- both directions hand back the      *
      * account's last four characters for the masked display.       *
      * The key is never on file: it comes from the CUSTDDKEY        *
      * environment variable, set only for CUSTDDM, CUSTDDCL and     *
      * the CUSTCNVB conversion, and without it nothing is done and  *
      * the caller is told.  The keystream is drawn through the      *
      * custpwhs hash from the key and the customer code, so the     *
      * same account encrypts alike for one customer -- a changed    *
      * account is seen without decrypting -- and differently for    *
      * any other.                                                   *
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
       PROGRAM-ID. custbkac.

       ENVIRONMENT DIVISION.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  account-key                 PIC X(16).

      *  The characters an account number may hold -- anything else
      *  is left as it is.
       01  account-alphabet            PIC X(37) VALUE
               "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
       78  alphabet-size                   VALUE 37.
       01  hex-digits                  PIC X(16) VALUE
               "0123456789ABCDEF".

       01  stream-salt.
           03  stream-c-code           PIC X(5).
           03  FILLER                  PIC XX VALUE "DK".
           03  stream-part             PIC 9.
       01  keystream.
           03  keystream-1             PIC X(16).
           03  keystream-2             PIC X(16).

       77  char-ind                    PIC 99 COMP.
       77  alpha-ind                   PIC 99 COMP.
       77  char-pos                    PIC 99 COMP.
       77  hex-ind                     PIC 99 COMP.
       77  hex-high                    PIC 99 COMP.
       77  hex-low                     PIC 99 COMP.
       77  shift-value                 PIC 9(3) COMP.
       77  shift-quotient              PIC 9(3) COMP.
       77  new-pos                     PIC 9(3) COMP.
       77  last-char-pos               PIC 99 COMP.

       01  account-in                  PIC X(12).
       01  account-out                 PIC X(12).

       LINKAGE SECTION.

      *  bkac-function: "E" encrypt bkac-clear into bkac-cipher,
      *  "D" decrypt bkac-cipher into bkac-clear, "K" key check.
       01  bkac-function               PIC X.
       01  bkac-c-code                 PIC X(5).
       01  bkac-clear                  PIC X(12).
       01  bkac-cipher                 PIC X(12).
       01  bkac-last4                  PIC X(4).
      *  bkac-result: "Y" done, "K" no key set -- nothing done.
       01  bkac-result                 PIC X.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING bkac-function, bkac-c-code,
                                 bkac-clear, bkac-cipher,
                                 bkac-last4, bkac-result.

       Main-Process SECTION.

           MOVE SPACES TO account-key
           ACCEPT account-key FROM ENVIRONMENT "CUSTDDKEY"
           IF  account-key = SPACES
               MOVE "K" TO bkac-result
               GOBACK
           END-IF
           MOVE "Y" TO bkac-result
           IF  bkac-function = "K"
               GOBACK
           END-IF

           PERFORM Build-Keystream

           IF  bkac-function = "E"
               MOVE bkac-clear TO account-in
               PERFORM Apply-Keystream
               MOVE account-out TO bkac-cipher
           ELSE
               MOVE bkac-cipher TO account-in
               PERFORM Apply-Keystream
               MOVE account-out TO bkac-clear
           END-IF

           PERFORM Take-Last-Four

           GOBACK.

      ****************************************************
      *                                                  *
      *  Build-Keystream hashes the key under the customer  *
      *  code twice over for thirty-two hex characters --     *
      *  two to each account position.                        *
      *                                                  *
      ****************************************************

       Build-Keystream SECTION.

           MOVE bkac-c-code TO stream-c-code
           MOVE 1 TO stream-part
           CALL "custpwhs" USING stream-salt, account-key, keystream-1
           END-CALL
           MOVE 2 TO stream-part
           CALL "custpwhs" USING stream-salt, account-key, keystream-2
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Keystream shifts each character of           *
      *  account-in round the alphabet by its keystream       *
      *  value -- forward to encrypt, back to decrypt.         *
      *                                                  *
      ****************************************************

       Apply-Keystream SECTION.

           MOVE account-in TO account-out
           PERFORM VARYING char-ind FROM 1 BY 1 UNTIL char-ind > 12
               MOVE 0 TO char-pos
               PERFORM VARYING alpha-ind FROM 1 BY 1
                               UNTIL alpha-ind > alphabet-size
                   IF  account-alphabet(alpha-ind:1) =
                           account-in(char-ind:1)
                       MOVE alpha-ind TO char-pos
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF  char-pos > 0
                   PERFORM Take-Shift-Value
                   IF  bkac-function = "E"
                       COMPUTE new-pos = char-pos - 1 + shift-value
                   ELSE
                       COMPUTE new-pos = char-pos - 1 + alphabet-size
                                       - shift-value
                   END-IF
                   DIVIDE new-pos BY alphabet-size
                       GIVING shift-quotient REMAINDER new-pos
                   MOVE account-alphabet(new-pos + 1:1)
                       TO account-out(char-ind:1)
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Take-Shift-Value SECTION.

           COMPUTE hex-ind = char-ind * 2 - 1
           MOVE 0 TO hex-high hex-low
           PERFORM VARYING alpha-ind FROM 1 BY 1 UNTIL alpha-ind > 16
               IF  hex-digits(alpha-ind:1) = keystream(hex-ind:1)
                   COMPUTE hex-high = alpha-ind - 1
               END-IF
               IF  hex-digits(alpha-ind:1) = keystream(hex-ind + 1:1)
                   COMPUTE hex-low = alpha-ind - 1
               END-IF
           END-PERFORM
           COMPUTE shift-value = hex-high * 16 + hex-low
           DIVIDE shift-value BY alphabet-size
               GIVING shift-quotient REMAINDER shift-value.
           EXIT.

      ****************************************************
      *                                                  *
      *  Take-Last-Four picks the last four characters of    *
      *  the plain account, ignoring trailing spaces.          *
      *                                                  *
      ****************************************************

       Take-Last-Four SECTION.

           MOVE SPACES TO bkac-last4
           MOVE 0 TO last-char-pos
           PERFORM VARYING char-ind FROM 12 BY -1 UNTIL char-ind < 1
               IF  bkac-clear(char-ind:1) NOT = SPACE
                   MOVE char-ind TO last-char-pos
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN last-char-pos = 0
                   CONTINUE
               WHEN last-char-pos < 4
                   MOVE bkac-clear(1:last-char-pos) TO bkac-last4
               WHEN OTHER
                   MOVE bkac-clear(last-char-pos - 3:4) TO bkac-last4
           END-EVALUATE.
           EXIT.
