      *****************************************************************
      *                                                               *
      * Shared copy of the consignment count-variance record layout.  *
      * cnsvar.ism holds one record per difference the quarterly      *
      * consignment stock count turns up -- what the customer         *
      * counted on their site against what invloc.ism says we left    *
      * there -- numbered off the "CNSVNO  " control record.          *
      * CUSTCNSC.CBL raises them pending from the count deck and      *
      * nothing posts until a supervisor other than the operator      *
      * who loaded the count rules on each one: bill the shortfall    *
      * to the customer (as a usage line for the next CUSTCNSU run),  *
      * write the difference off (or back on) the consignment         *
      * location as "CNC" movements, or reject it for a recount.      *
      *                                                               *
      *****************************************************************
       01  cnsvar-record.
           03  cv-no                   PIC 9(6).
           03  cv-c-code               PIC X(5).
           03  cv-item-code            PIC X(4).
           03  cv-location             PIC X(3).
           03  cv-count-date           PIC 9(8).
           03  cv-counted-qty          PIC 9(5) COMP.
      *  cv-book-qty is loc-qty on the day the count was loaded --
      *  the ruling is refused if the location has moved since.
           03  cv-book-qty             PIC 9(5) COMP.
      *  cv-variance is counted less book: negative is a shortfall
      *  (used and not reported, or lost), positive a surplus.
           03  cv-variance             PIC S9(5) COMP.
      *  cv-unit-cost is the item's average cost on the count day
      *  -- what the register values the difference at.  A billed
      *  shortfall is priced to the customer by CUSTCNSU when the
      *  usage line is billed.
           03  cv-unit-cost            PIC 9(5)V99 COMP.
           03  cv-status               PIC X.
               88  variance-pending        VALUE "P".
               88  variance-billed         VALUE "B".
               88  variance-written-off    VALUE "W".
               88  variance-rejected       VALUE "R".
           03  cv-counted-by           PIC X(8).
           03  cv-decided-by           PIC X(8).
           03  cv-decision-date        PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
