      *  single-company installation.
           03  session-company         PIC X(3).
           03  session-company-name    PIC X(30).
      *  How the session stands against the nightly batch marker
      *  ("BATCHRUN" on ctlfile.ism) -- spaces for a session
      *  signed on while no batch was running, "I" for one CUSTSIGN
      *  admitted for inquiry only while it was, "O" for a
      *  supervisor/manager who took the logged override to update
      *  during an overrunning batch.  See CUSTBRUN.CBL.
           03  session-batch-switch    PIC X.
               88  session-batch-inquiry   VALUE "I".
               88  session-batch-override  VALUE "O".
