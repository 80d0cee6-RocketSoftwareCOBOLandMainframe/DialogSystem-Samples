      *****************************************************************
      *                                                               *
      * Shared copy of the collector master record layout.            *
      * collmast.ism holds one record per collector -- the code an    *
      * account carries in file-c-collector (or inherits through      *
      * area-collector in areamast.cpy), the collector's name, and    *
      * the sign-on (custsec.ism operator) that works the queue, so   *
      * VOCCOLL opens the right call queue for whoever is signed on.  *
      * Maintained from the collect.dat deck by CUSTCOLM.CBL.         *
      *                                                               *
      *****************************************************************
       01  collmast-record.
           03  coll-code               PIC X(3).
           03  coll-name               PIC X(20).
           03  coll-operator           PIC X(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
