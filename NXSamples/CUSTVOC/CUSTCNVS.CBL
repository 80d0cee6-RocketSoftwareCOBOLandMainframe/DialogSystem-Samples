       77  record-count                PIC 9(7) COMP.
       77  record-count-display        PIC ZZZZZZ9.

      *  The password goes across as its custpwhs digest under a
      *  fresh salt of the operator's own -- see CUSTCNVH.CBL.
       77  hash-secret                 PIC X(16).
       01  salt-seed.
           03  seed-time               PIC 9(8).
       01  salt-source.
           03  source-operator         PIC X(8).
           03  source-date             PIC 9(8).
       77  salt-digest                 PIC X(16).

      ****************************************************
      *                                                  *
      *                                                  *
       Main-Process SECTION.

           MOVE 0 TO record-count
           ACCEPT seed-time FROM TIME
           ACCEPT source-date FROM DATE YYYYMMDD
           OPEN INPUT old-security-file
           OPEN OUTPUT security-file
           OPEN OUTPUT report-file

       Convert-One-Operator SECTION.

           MOVE SPACES TO security-record
           MOVE old-sec-operator TO sec-operator
           ADD 1 TO seed-time
           MOVE old-sec-operator TO source-operator
           MOVE salt-source TO hash-secret
           CALL "custpwhs" USING salt-seed, hash-secret, salt-digest
           END-CALL
           MOVE salt-digest(1:8) TO sec-pw-salt
           MOVE old-sec-operator TO hash-secret
           CALL "custpwhs" USING sec-pw-salt, hash-secret, sec-pw-hash
           END-CALL

           IF  old-sec-limit-auth = "Y"
               MOVE "S" TO sec-role
           ELSE
