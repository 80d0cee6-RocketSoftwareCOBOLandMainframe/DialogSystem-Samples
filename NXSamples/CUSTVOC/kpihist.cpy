      *****************************************************************
      *                                                               *
      * Shared copy of the monthly collection-KPI history record.     *
      * kpihist.ism holds, for every closed month, one record for     *
      * the company, one per sales area (file-c-area) and one per     *
      * rep (file-c-rep): the month's sales off salehist.ism, the     *
      * receivables open at the start and end of the month, the       *
      * part of the closing balance not yet due, and the days sales   *
      * outstanding and collection-effectiveness index worked out     *
      * from them.  Written by the custkpi step CUSTCLOS.CBL CALLs    *
      * at month end (CUSTKPI.CBL); printed as a 24-month trend by    *
      * CUSTKPIR.CBL.                                                 *
      *                                                               *
      *****************************************************************
       01  kpihist-record.
           03  kh-key.
               05  kh-yyyymm           PIC 9(6).
               05  kh-level            PIC X.
                   88  kh-company-level    VALUE "C".
                   88  kh-area-level       VALUE "A".
                   88  kh-rep-level        VALUE "R".
      *  kh-code is the area code (first byte) or the rep code --
      *  spaces on the company record.
               05  kh-code             PIC X(3).
           03  kh-days                 PIC 99.
           03  kh-customers            PIC 9(6) COMP.
           03  kh-sales                PIC S9(9)V99 COMP.
           03  kh-open-ar              PIC S9(9)V99 COMP.
           03  kh-close-ar             PIC S9(9)V99 COMP.
           03  kh-current-ar           PIC S9(9)V99 COMP.
      *  kh-dso is closing receivables over the month's sales times
      *  the days in the month; kh-cei is the percentage of what was
      *  collectable in the month (opening balance plus sales, less
      *  what was still not due at the end) that was collected.
      *  Both are zero where the month gives nothing to divide by.
           03  kh-dso                  PIC S9(5)V9 COMP.
           03  kh-cei                  PIC S9(5)V9 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
