           03  sj-terminal             PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
      *  sj-event: "ON " signed on, "OFF" signed off, "LCK" idle
      *  lock, "UNL" unlocked with the password.  CUSTBMRK.CBL adds
      *  "BND" for a session it ended for the nightly batch.
           03  sj-event                PIC X(3).

       WORKING-STORAGE SECTION.
