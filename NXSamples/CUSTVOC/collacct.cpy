      *****************************************************************
      *                                                               *
      * Shared copy of the account collections-state record layout.   *
      * collacct.ism holds one record per account a collector has     *
      * worked: the date it is next due for a call, the last call     *
      * and its outcome, and whether it has been escalated to the     *
      * area manager.  Written by VOCCOLL.CBL as each call outcome    *
      * is logged; read by the nightly CUSTCOLQ.CBL queue build,      *
      * which leaves an account off the queue until its next-action   *
      * date comes round.  An account with no record has never been   *
      * called and is due now.                                        *
      *                                                               *
      *****************************************************************
       01  collacct-record.
           03  ca-c-code               PIC X(5).
           03  ca-next-action-date     PIC 9(8).
           03  ca-last-call-date       PIC 9(8).
           03  ca-last-collector       PIC X(3).
           03  ca-last-outcome         PIC X.
               88  ca-no-answer            VALUE "N".
               88  ca-promise-taken        VALUE "P".
               88  ca-dispute-raised       VALUE "D".
               88  ca-escalated            VALUE "E".
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
