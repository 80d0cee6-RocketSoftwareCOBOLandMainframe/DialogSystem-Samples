      * docarc.ism points into darchive.dat, where CUSTDARC.CBL       *
      * files an exact copy of every document the suite generates --  *
      * statement, dunning letter, confirmation slip, customer        *
      * print, invoice -- keyed by customer, document type (STMT/     *
      * DUNN/SLIP/PRNT/INVC), generation date and a sequence for      *
      * same-day copies.                                              *
      * When a customer disputes "the statement you sent in March",   *
      * VOCRPRT.CBL reprints the archived copy instead of             *
      * regenerating different figures from today's files.            *
