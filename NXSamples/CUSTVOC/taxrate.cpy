      * curate.ism uses for exchange rates.  Maintained from the      *
      * taxrate.dat deck by CUSTTAXM.CBL; a customer whose            *
      * file-c-tax is spaces is not taxable and needs no record       *
      * here at all.  Where taxjur.ism holds a jurisdiction for the   *
      * address the goods go to, its destination rate is charged      *
      * instead (see taxjurrc.cpy) -- the code rate here is what a    *
      * taxable customer pays in a state with no jurisdiction yet.    *
      *                                                               *
      *****************************************************************
       01  taxrate-record.
