           88  sec-file-ok             VALUE "00".

       01  today-yyyymmdd              PIC 9(8).
      *  The temporary password is stored only as its digest under
      *  the operator's salt, like any other.
       77  hash-secret                 PIC X(16).
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  operator cannot change straight back to it.
           MOVE sec-pw-old(2)     TO sec-pw-old(3)
           MOVE sec-pw-old(1)     TO sec-pw-old(2)
           MOVE sec-pw-hash       TO sec-pw-old(1)
           MOVE rs-temp-password  TO hash-secret
           CALL "custpwhs" USING sec-pw-salt, hash-secret,
                                  sec-pw-hash
           END-CALL
           MOVE today-yyyymmdd    TO sec-pw-changed
           MOVE "F"               TO sec-pw-force
           REWRITE security-record
