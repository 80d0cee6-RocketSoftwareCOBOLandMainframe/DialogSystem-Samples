      *****************************************************************
      *                                                               *
      * Shared copy of the postal reference record layout.            *
      * postal.ism holds one record per postal code -- the city and   *
      * state the postal authority has it delivering to -- rebuilt    *
      * from the authority's file (postauth.dat) by CUSTPSTL.CBL      *
      * each time a new edition arrives.  The shared custpost lookup  *
      * (CUSTPOST.CBL) checks a keyed address against it at VOCSAVE,  *
      * VOCSHIP and VOCONBD, and the CUSTADDV.CBL sweep checks every  *
      * cust.ism and shipto.ism address.                              *
      *                                                               *
      *****************************************************************
       01  postal-record.
      *  The code as the authority publishes it -- the five-digit
      *  base code for a ZIP+4 address (see custpost).
           03  pst-postal              PIC X(10).
      *  The authority's city name and state for the code, held in
      *  upper case.
           03  pst-city                PIC X(15).
           03  pst-state               PIC X(2).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
