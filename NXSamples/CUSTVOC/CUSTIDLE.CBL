       77  idle-minutes                PIC S9(5) COMP.
       77  unlock-attempts             PIC 99 COMP.
       77  unlock-password             PIC X(8).
      *  Keyed password hashed under the operator's salt -- only
      *  the digest is on custsec.ism to compare against.
       77  unlock-secret               PIC X(16).
       77  unlock-hash                 PIC X(16).
       77  unlocked-switch             PIC X.
           88  session-unlocked            VALUE "Y".

               MOVE SPACES TO unlock-password
               DISPLAY "SESSION IDLE -- PASSWORD TO CONTINUE?"
               ACCEPT unlock-password
               MOVE unlock-password TO unlock-secret
               CALL "custpwhs" USING sec-pw-salt, unlock-secret,
                                      unlock-hash
               END-CALL
               IF  unlock-hash = sec-pw-hash
                   SET session-unlocked TO TRUE
               ELSE
                   DISPLAY "PASSWORD DOES NOT MATCH"
