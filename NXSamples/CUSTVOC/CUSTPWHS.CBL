      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared one-way hash.  Given an eight-character salt and a    *
      * secret of up to sixteen characters, hands back a sixteen-    *
      * character hexadecimal digest that cannot be worked back to   *
      * the secret.  custsec.ism keeps only the digest of each       *
      * password under the operator's own salt (sec-pw-salt), so     *
      * CUSTSIGN, CUSTIDLE, the custpwch change keeper and the       *
      * CUSTPWRS reset all hash what was keyed and compare digests.  *
      * The custbkac bank-account keeper draws its keystream from    *
      * here too.  The secret is stirred through four accumulators   *
      * for many rounds, so guessing passwords against a copied      *
      * file is slow as well as blind.                               *
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
       PROGRAM-ID. custpwhs.

       ENVIRONMENT DIVISION.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *  The rounds count is what makes each guess expensive --
      *  raising it changes every digest, so it can only move with
      *  a fresh custsec.ism conversion.
       78  hash-rounds                     VALUE 1000.
       78  text-length                     VALUE 24.

       01  hash-text                   PIC X(24).
       77  round-ind                   PIC 9(5) COMP.
       77  char-ind                    PIC 9(3) COMP.
       77  char-value                  PIC 9(5) COMP.
       77  mix-work                    PIC 9(18) COMP.
       77  mix-quotient                PIC 9(18) COMP.

       01  accumulators.
           03  acc-1                   PIC 9(10) COMP.
           03  acc-2                   PIC 9(10) COMP.
           03  acc-3                   PIC 9(10) COMP.
           03  acc-4                   PIC 9(10) COMP.

       01  hex-digits                  PIC X(16) VALUE
               "0123456789ABCDEF".
       77  digest-pos                  PIC 9(3) COMP.
       77  acc-ind                     PIC 9 COMP.
       77  hex-ind                     PIC 9 COMP.
       77  out-value                   PIC 9(10) COMP.
       77  out-digit                   PIC 9(3) COMP.

       LINKAGE SECTION.

       01  hash-salt                   PIC X(8).
      *  A password is passed left-justified in the sixteen bytes,
      *  space-filled.
       01  hash-secret                 PIC X(16).
       01  hash-digest                 PIC X(16).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING hash-salt, hash-secret, hash-digest.

       Main-Process SECTION.

           MOVE hash-salt   TO hash-text(1:8)
           MOVE hash-secret TO hash-text(9:16)

           MOVE 1732584193 TO acc-1
           MOVE 1989720807 TO acc-2
           MOVE 1659274954 TO acc-3
           MOVE 271733878  TO acc-4

           PERFORM VARYING round-ind FROM 1 BY 1
                           UNTIL round-ind > hash-rounds
               PERFORM VARYING char-ind FROM 1 BY 1
                               UNTIL char-ind > text-length
                   COMPUTE char-value =
                       FUNCTION ORD(hash-text(char-ind:1)) + round-ind
                   PERFORM Mix-Accumulators
               END-PERFORM
           END-PERFORM

           PERFORM Build-Digest

           GOBACK.

      ****************************************************
      *                                                  *
      *  Mix-Accumulators folds char-value into all four     *
      *  accumulators, each feeding the next, so one          *
      *  changed character disturbs the whole digest.          *
      *                                                  *
      ****************************************************

       Mix-Accumulators SECTION.

           COMPUTE mix-work = acc-1 * 48271 + char-value + acc-4
           DIVIDE mix-work BY 2147483647
               GIVING mix-quotient REMAINDER acc-1
           COMPUTE mix-work = acc-2 * 69621 + char-value + acc-1
           DIVIDE mix-work BY 2147483629
               GIVING mix-quotient REMAINDER acc-2
           COMPUTE mix-work = acc-3 * 40692 + char-value + acc-2
           DIVIDE mix-work BY 2147483587
               GIVING mix-quotient REMAINDER acc-3
           COMPUTE mix-work = acc-4 * 40014 + char-value + acc-3
           DIVIDE mix-work BY 2147483579
               GIVING mix-quotient REMAINDER acc-4.
           EXIT.

      ****************************************************
      *                                                  *
      *  Build-Digest writes the low sixteen bits of each     *
      *  accumulator as four hexadecimal characters.           *
      *                                                  *
      ****************************************************

       Build-Digest SECTION.

           MOVE SPACES TO hash-digest
           MOVE 16 TO digest-pos
           PERFORM VARYING acc-ind FROM 4 BY -1 UNTIL acc-ind < 1
               EVALUATE acc-ind
                   WHEN 1
                       MOVE acc-1 TO out-value
                   WHEN 2
                       MOVE acc-2 TO out-value
                   WHEN 3
                       MOVE acc-3 TO out-value
                   WHEN OTHER
                       MOVE acc-4 TO out-value
               END-EVALUATE
               PERFORM VARYING hex-ind FROM 1 BY 1 UNTIL hex-ind > 4
                   DIVIDE out-value BY 16
                       GIVING out-value REMAINDER out-digit
                   MOVE hex-digits(out-digit + 1:1)
                       TO hash-digest(digest-pos:1)
                   SUBTRACT 1 FROM digest-pos
               END-PERFORM
           END-PERFORM.
           EXIT.
