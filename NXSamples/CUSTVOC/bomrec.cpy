      * shared invalloc keeper explodes a kit into component          *
      * reservations, draw-downs and releases, and INVLOW reads a     *
      * kit's availability as what its scarcest component can         *
      * build.  Kits assembled ahead of demand on an INVASSM work     *
      * order are real stock on the kit's own record, and are sold    *
      * first when they cover an order line.                          *
      *                                                               *
      *****************************************************************
       01  bom-record.
