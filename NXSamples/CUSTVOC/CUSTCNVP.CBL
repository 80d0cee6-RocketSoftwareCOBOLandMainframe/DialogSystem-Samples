       77  operator-count              PIC 9(5) COMP.
       77  count-display               PIC ZZZZ9.

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

           MOVE 0 TO operator-count
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           ACCEPT seed-time FROM TIME
           MOVE today-yyyymmdd TO source-date
           OPEN OUTPUT report-file
           OPEN INPUT old-security-file
           OPEN OUTPUT security-file

           MOVE SPACES TO security-record
           MOVE old-sec-operator TO sec-operator
           ADD 1 TO seed-time
           MOVE old-sec-operator TO source-operator
           MOVE salt-source TO hash-secret
           CALL "custpwhs" USING salt-seed, hash-secret, salt-digest
           END-CALL
           MOVE salt-digest(1:8) TO sec-pw-salt
           MOVE old-sec-password TO hash-secret
           CALL "custpwhs" USING sec-pw-salt, hash-secret, sec-pw-hash
           END-CALL
           MOVE old-sec-role     TO sec-role
           MOVE today-yyyymmdd   TO sec-pw-changed
           MOVE SPACE            TO sec-pw-force
