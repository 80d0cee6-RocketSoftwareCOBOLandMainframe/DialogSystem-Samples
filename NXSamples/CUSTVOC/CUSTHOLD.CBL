      * matching customer-record -- so collections can freeze or     *
      * release an account without opening CUSTVOC and without       *
      * deleting the record the way VOCDEL would.                    *
      * The same deck also moves a high-risk account onto cash in    *
      * advance (action A) or back to credit terms (action C, gated  *
      * like a release) through file-c-pay-mode.                     *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           03  hd-action                PIC X.
               88  hd-set-hold              VALUE "H".
               88  hd-release-hold           VALUE "R".
               88  hd-set-cash-advance       VALUE "A".
               88  hd-credit-terms           VALUE "C".

       FD  customer-file.
           COPY "custrec.cpy".
           88  release-authorized       VALUE "Y".
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  aud-action                  PIC X(12).


      *  Run with "E" on the command line the utility is an edit
                   PERFORM Print-Result-Line
               NOT INVALID KEY
                   IF  edit-pass
                       IF  hd-set-cash-advance OR hd-credit-terms
                           STRING "WOULD SET PAY MODE " hd-action
                                  " (NOW " file-c-pay-mode ")"
                               DELIMITED BY SIZE INTO rl-result
                       ELSE
                       IF  hd-set-hold
                           STRING "WOULD HOLD (NOW " file-c-hold ")"
                               DELIMITED BY SIZE INTO rl-result
                                  file-c-hold ")"
                               DELIMITED BY SIZE INTO rl-result
                       END-IF
                       END-IF
                       PERFORM Print-Result-Line
                   ELSE
                   IF  (hd-release-hold OR hd-credit-terms)
                   AND NOT release-authorized
      *  A release lifts a credit control -- refuse it for an
      *  operator without the role, log who tried, and leave the
      *  record exactly as it was.
                                      aud-after-image
                       STRING "OPERATOR " acting-operator
                           DELIMITED BY SIZE INTO aud-before-image
                       IF  hd-credit-terms
                           MOVE "CREDIT TERMS REFUSED"
                               TO aud-after-image
                       ELSE
                           MOVE "HOLD RELEASE REFUSED"
                               TO aud-after-image
                       END-IF
                       CALL "custaud" USING "AUTH-FAIL", hd-c-code,
                                             aud-before-image,
                                             aud-after-image
                       END-CALL
                       PERFORM Print-Result-Line
                   ELSE
                   IF  hd-set-cash-advance OR hd-credit-terms
                       PERFORM Apply-Pay-Mode
                   ELSE
                       IF  hd-set-hold
                           MOVE "Y" TO file-c-hold
                       PERFORM Print-Result-Line
                   END-IF
                   END-IF
                   END-IF
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Pay-Mode puts the account on cash in      *
      *  advance ("A") or back on credit terms ("C").    *
      *  The credit hold itself is left alone: a held    *
      *  account on cash in advance can still order, an  *
      *  open one simply pays up front.                  *
      *                                                  *
      ****************************************************

       Apply-Pay-Mode SECTION.

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "PAY MODE " file-c-pay-mode
               DELIMITED BY SIZE INTO aud-before-image
           IF  hd-set-cash-advance
               MOVE "A" TO file-c-pay-mode
               MOVE "CIA-SET" TO aud-action
               MOVE "PLACED ON CASH IN ADVANCE" TO rl-result
           ELSE
               MOVE SPACE TO file-c-pay-mode
               MOVE "CIA-CLEAR" TO aud-action
               MOVE "RETURNED TO CREDIT TERMS" TO rl-result
           END-IF
           STRING "PAY MODE " file-c-pay-mode
               DELIMITED BY SIZE INTO aud-after-image
           REWRITE customer-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
               NOT INVALID KEY
                   CALL "custaud" USING aud-action, hd-c-code,
                                         aud-before-image,
                                         aud-after-image
                   END-CALL
           END-REWRITE
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
