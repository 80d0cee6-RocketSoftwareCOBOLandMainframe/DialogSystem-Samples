      *****************************************************************
      *                                                               *
      * Shared copy of the statement-history record layout.           *
      * stmthist.ism holds one record per customer: the date of the   *
      * last statement cycle CUSTSTMT ran for the account and the     *
      * balance it closed on.  The next cycle's statement covers the  *
      * activity since that date and opens with that balance brought  *
      * forward.  A customer with no record has never had a cycle     *
      * statement: nothing is brought forward, every open order       *
      * lists, and the month up to the cycle date counts as new.      *
      *                                                               *
      *****************************************************************
       01  stmthist-record.
           03  sth-c-code              PIC X(5).
           03  sth-last-date           PIC 9(8).
      *  sth-cycle-date is the cycle date that statement served --
      *  the month-end catch-up can serve a cycle ahead of its day,
      *  and the nightly run must not serve it a second time.
           03  sth-cycle-date          PIC 9(8).
           03  sth-last-balance        PIC S9(9)V99 COMP.
      *  sth-suppressed "Y" when the last cycle printed nothing --
      *  zero balance and no activity, and no statement asked for.
           03  sth-suppressed          PIC X.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
