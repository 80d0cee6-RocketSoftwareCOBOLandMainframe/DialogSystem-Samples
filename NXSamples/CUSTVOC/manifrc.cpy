      *****************************************************************
      *                                                               *
      * Shared copy of the carrier manifest header record layout.     *
      * manifest.ism holds one record per ship date and carrier       *
      * once CUSTMNFT.CBL has closed that carrier's manifest for the  *
      * day -- the driver has signed for the load, the upload file    *
      * has gone to the carrier, and the shipments on it are locked   *
      * (see custmnfl.cbl).  A date and carrier with no record here   *
      * is still open.  The totals are those printed and sent at      *
      * close.                                                        *
      *                                                               *
      *****************************************************************
       01  manifest-record.
           03  mnf-key.
               05  mnf-ship-date       PIC 9(8).
               05  mnf-carrier         PIC X(3).
           03  mnf-status              PIC X.
               88  manifest-open       VALUE " " "O".
               88  manifest-closed     VALUE "C".
           03  mnf-close-date          PIC 9(8).
           03  mnf-close-time          PIC 9(6).
           03  mnf-orders              PIC 9(5) COMP.
           03  mnf-cartons             PIC 9(7) COMP.
      *  mnf-declared is in home currency -- each line's declared
      *  value converted through custrate -- so one carrier's total
      *  adds up however many currencies its orders were taken in.
           03  mnf-declared            PIC 9(11)V99 COMP.
           03  mnf-freight             PIC 9(9)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
