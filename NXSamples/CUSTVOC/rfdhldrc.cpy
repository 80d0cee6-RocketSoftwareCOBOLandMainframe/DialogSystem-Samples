      *****************************************************************
      *                                                               *
      * Shared copy of the refund-hold record layout.  rfdhold.ism    *
      * holds one record per customer the CUSTFRAL alert run has      *
      * caught with a sensitive account change -- billing address,    *
      * contact/phone/e-mail or direct-debit bank details -- followed *
      * inside the alert window by money going out.  While the hold   *
      * stands, CUSTRFND refuses the customer's refunds and VOCMCHK   *
      * will not release a queued one; a manager lifts it through the *
      * CUSTRFHR release deck once the change has been verified with  *
      * the customer.  A later alert puts a released hold back on.    *
      *                                                               *
      *****************************************************************
       01  rfdhold-record.
           03  rh-c-code               PIC X(5).
           03  rh-status               PIC X.
               88  refund-held             VALUE "H".
               88  refund-hold-released    VALUE "R".
           03  rh-alert-date           PIC 9(8).
      *  The change and the money movement that raised the hold, as
      *  the audit trail names them.
           03  rh-change-action        PIC X(12).
           03  rh-change-operator      PIC X(8).
           03  rh-change-date          PIC 9(8).
           03  rh-money-action         PIC X(12).
           03  rh-money-operator       PIC X(8).
           03  rh-money-date           PIC 9(8).
           03  rh-released-by          PIC X(8).
           03  rh-release-date         PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
