      *****************************************************************
      *                                                               *
      * Shared copy of the collections call-queue record layout.      *
      * callq.ism is rebuilt every night by CUSTCOLQ.CBL: one record  *
      * per account that needs a call today, keyed by its collector   *
      * and its rank on that collector's queue -- biggest amount at   *
      * risk first, longest overdue breaking ties -- with the         *
      * signals that put it there.  VOCCOLL.CBL works through it and  *
      * marks each entry with the outcome of the call; CUSTCOLS.CBL   *
      * reads it back for the managers' daily activity summary.       *
      *                                                               *
      *****************************************************************
       01  callq-record.
           03  cq-key.
               05  cq-collector        PIC X(3).
               05  cq-rank             PIC 9(5).
           03  cq-c-code               PIC X(5).
           03  cq-c-name               PIC X(15).
           03  cq-queue-date           PIC 9(8).
      *  Home-currency money at risk on the account and the days
      *  its oldest overdue item has run -- see Rank-Account in
      *  CUSTCOLQ.CBL for how each signal contributes.
           03  cq-amount-at-risk       PIC S9(9)V99 COMP.
           03  cq-days-overdue         PIC 9(5) COMP.
      *  One "Y" per signal that fired, in the order of the
      *  printouts they replace: CUSTEXCP over limit, CUSTPRMB
      *  broken promise, CUSTPLNR missed installment, CUSTDSPA
      *  dispute, CUSTAGE 90+ and CUSTUNAP unapplied cash.
           03  cq-signals.
               05  cq-sig-over-limit   PIC X.
               05  cq-sig-broken-prm   PIC X.
               05  cq-sig-missed-plan  PIC X.
               05  cq-sig-dispute      PIC X.
               05  cq-sig-aged-90      PIC X.
               05  cq-sig-unapplied    PIC X.
           03  cq-status               PIC X.
               88  cq-waiting              VALUE " ".
               88  cq-worked               VALUE "W".
           03  cq-outcome              PIC X.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
