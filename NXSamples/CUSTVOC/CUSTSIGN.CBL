      *                                                              *
      * Operator sign-on for the CUSTVOC suite.  CUSTVOC CALLs this  *
      * with the operator ID and password keyed at start-up; the     *
      * password is hashed under the operator's salt and checked     *
      * against the digest on custsec.ism and, when it matches,      *
      * the operator and role are left in the EXTERNAL               *
      * signon-session block (custsign.cpy) for every dialog         *
      * subprogram in the run unit to gate on.  A matching pair      *
      * unknown operator or wrong password -- hands back a space     *
      * role and is written through custaud, so the journal shows    *
      * who tried to get in and could not.                           *
      * While the nightly chain's "BATCHRUN" marker is set, only an  *
      * inquiry session is admitted -- bar a supervisor or manager   *
      * taking the logged override for urgent work.                  *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           FILE STATUS IS sec-status.

      *  control-file carries the configurable password age under
      *  "PWDAYS  " -- zero or no record leaves expiry off -- and
      *  the "BATCHRUN" nightly-batch marker custnite.sh keeps.
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           88  ctl-file-ok             VALUE "00".

       78  control-id-pwdays               VALUE "PWDAYS  ".
       78  control-id-batchrun             VALUE "BATCHRUN".
      *  Non-zero while custnite.sh is warning sessions off or
      *  running the chain -- see CUSTBMRK.CBL and CUSTBRUN.CBL.
       77  batch-state                 PIC 9(8) COMP.
           88  batch-idle                  VALUE 0.
       77  batch-override-reply        PIC X.
       77  password-age-limit          PIC 9(5) COMP.
       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.

           COPY "custsign.cpy".

      *  The keyed password is hashed under the operator's salt and
      *  the digests compared -- custsec.ism holds no passwords.
       77  keyed-secret                PIC X(16).
       77  keyed-hash                  PIC X(16).

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE sign-password TO keyed-secret
                       CALL "custpwhs" USING sec-pw-salt, keyed-secret,
                                              keyed-hash
                       END-CALL
                       IF  sec-pw-hash = keyed-hash
                                       AND sec-role-known
                           MOVE sec-role TO sign-role
                           PERFORM Check-Password-Age
               CLOSE security-file
           END-IF

           MOVE SPACE TO session-batch-switch
           IF  sign-role NOT = SPACE
                   AND sign-role NOT = "T"
               PERFORM Check-Batch-Marker
           END-IF

           IF  sign-role = SPACE
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " sign-operator
               END-IF
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Batch-Marker admits an inquiry session only  *
      *  while the nightly chain is starting or running --   *
      *  a clerk is signed on for inquiry, and a supervisor   *
      *  or manager may take the override to update for        *
      *  urgent work, written through custaud.  A trainee       *
      *  works the sandbox copies and is never held back.        *
      *                                                  *
      ****************************************************

       Check-Batch-Marker SECTION.

           MOVE 0 TO batch-state
           OPEN INPUT control-file
           IF  ctl-file-ok
               MOVE control-id-batchrun TO ctl-id
               READ control-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ctl-next-no TO batch-state
               END-READ
               CLOSE control-file
           END-IF
           IF  batch-idle
               EXIT SECTION
           END-IF

           IF  sign-role = "S" OR sign-role = "M"
               MOVE SPACE TO batch-override-reply
               DISPLAY "NIGHTLY BATCH IN PROGRESS -- OVERRIDE TO "
                   "UPDATE FOR URGENT WORK (Y/N)?"
               ACCEPT batch-override-reply
               IF  batch-override-reply = "Y"
                   SET session-batch-override TO TRUE
                   MOVE SPACES TO aud-before-image aud-after-image
                   STRING "OPERATOR " sign-operator " ROLE " sign-role
                       DELIMITED BY SIZE INTO aud-before-image
                   MOVE "UPDATE SESSION DURING NIGHTLY BATCH"
                       TO aud-after-image
                   CALL "custaud" USING "BATCH-OVR", "     ",
                                         aud-before-image,
                                         aud-after-image
                   END-CALL
                   DISPLAY "OVERRIDE LOGGED -- UPDATES ALLOWED FOR "
                       "THIS SESSION"
                   EXIT SECTION
               END-IF
           END-IF

           MOVE "I" TO sign-role
           SET session-batch-inquiry TO TRUE
           DISPLAY "NIGHTLY BATCH IN PROGRESS -- SIGNED ON FOR "
               "INQUIRY ONLY".
           EXIT.
