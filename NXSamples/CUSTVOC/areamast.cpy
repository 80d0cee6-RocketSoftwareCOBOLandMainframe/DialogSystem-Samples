           03  area-code               PIC X.
           03  area-name               PIC X(15).
           03  area-manager            PIC X(20).
      *  area-collector is the collector (collmast.ism) who works
      *  the area's accounts on the CUSTCOLQ call queue, unless an
      *  account names its own in file-c-collector.  Spaces leaves
      *  the area's accounts unassigned.
           03  area-collector          PIC X(3).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(7).
