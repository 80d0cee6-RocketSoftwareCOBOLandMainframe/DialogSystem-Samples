      * Shared password-change keeper.  The self-service change in   *
      * CUSTVOC and the forced change at an expired sign-on both     *
      * come through here: the current password must be given and    *
      * hash to the stored digest, the new one may not hash to the   *
      * digest of the current password or any of the last three (the *
      * reuse history), and a successful change shifts the history,  *
      * stamps the changed date and clears any administrative        *
      * force-change flag.  Only custpwhs digests under the          *
      * operator's salt are ever compared or kept.  The verdict      *
      * comes back in one byte so the callers can word their own     *
      * messages; every refusal is written through custaud.          *
      *                                                              *
       77  hist-ind                    PIC 9 COMP.
       77  reuse-found-switch          PIC X VALUE "N".
           88  password-reused          VALUE "Y".
       77  hash-secret                 PIC X(16).
       77  old-hash                    PIC X(16).
       77  new-hash                    PIC X(16).
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

                   GOBACK
           END-READ

      *  Both passwords are hashed under the operator's salt and
      *  only digests are compared -- no password is stored.
           MOVE pwch-old-password TO hash-secret
           CALL "custpwhs" USING sec-pw-salt, hash-secret, old-hash
           END-CALL
           MOVE pwch-new-password TO hash-secret
           CALL "custpwhs" USING sec-pw-salt, hash-secret, new-hash
           END-CALL

           IF  sec-pw-hash NOT = old-hash
               MOVE "O" TO pwch-result
               PERFORM Audit-Refusal
               CLOSE security-file
      *  The old password cannot come straight back -- not the
      *  current one and none of the last three.
           MOVE "N" TO reuse-found-switch
           IF  new-hash = sec-pw-hash
               SET password-reused TO TRUE
           END-IF
           PERFORM VARYING hist-ind FROM 1 BY 1
                           UNTIL hist-ind > 3
               IF  new-hash = sec-pw-old(hist-ind)
                   SET password-reused TO TRUE
               END-IF
           END-PERFORM
      *  Shift the history down and take the change.
           MOVE sec-pw-old(2) TO sec-pw-old(3)
           MOVE sec-pw-old(1) TO sec-pw-old(2)
           MOVE sec-pw-hash   TO sec-pw-old(1)
           MOVE new-hash      TO sec-pw-hash
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           MOVE today-yyyymmdd TO sec-pw-changed
           MOVE SPACE TO sec-pw-force
