      *****************************************************************
      *                                                               *
      * Shared copy of the AR-to-GL reconciliation result layout.     *
      * glrecon.ism holds one record per accounting month (YYYYMM),   *
      * written by the CUSTGLRC month-end reconciliation: for each    *
      * control account it proves -- "AR" receivables, "TX" sales     *
      * tax, "UC" unapplied cash -- the ledger's trial-balance        *
      * figure, the subledger total it was compared with, and the     *
      * part of the difference nothing on our side explains.          *
      * CUSTCLOS reads it to warn when a month is closed with an      *
      * unexplained difference (or never reconciled at all).  A re-   *
      * run of the reconciliation for the month rewrites the record.  *
      *                                                               *
      *****************************************************************
       01  glrecon-record.
           03  glr-yyyymm              PIC 9(6).
           03  glr-run-date            PIC 9(8).
      *  glr-status is "C" when every control account reconciled to
      *  the penny once the explained items are taken out, "U" when
      *  any is left with an unexplained difference.
           03  glr-status              PIC X.
               88  recon-clean             VALUE "C".
               88  recon-unexplained       VALUE "U".
           03  glr-control-entry       OCCURS 3 TIMES.
               05  glr-control         PIC X(2).
               05  glr-gl-balance      PIC S9(11)V99 COMP.
               05  glr-sub-balance     PIC S9(11)V99 COMP.
               05  glr-unexplained     PIC S9(11)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
