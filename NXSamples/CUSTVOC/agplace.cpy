      *****************************************************************
      *                                                               *
      * Shared copy of the agency-placement record layout.            *
      * agplace.ism holds one record per account handed to an outside *
      * collection agency: which agency, when, the home-currency      *
      * balance placed, and what the agency has collected and kept    *
      * as commission since.  Written by the CUSTAGPL placement run,  *
      * kept up to date from the agency's monthly remittance by       *
      * CUSTAGRM.  file-c-agency-state on the customer-record carries *
      * the same placed/uncollectable state where the letter and      *
      * interest runs can see it without reading this file.           *
      *                                                               *
      *****************************************************************
       01  agplace-record.
           03  agp-c-code              PIC X(5).
           03  agp-agency              PIC X(3).
           03  agp-placed-date         PIC 9(8).
           03  agp-placed-amount       PIC S9(9)V99 COMP.
      *  Gross collected, the agency's commission out of it, both
      *  home currency at the remittance date's rate -- the net
      *  reached us as cash.
           03  agp-collected           PIC S9(9)V99 COMP.
           03  agp-commission          PIC S9(9)V99 COMP.
           03  agp-last-remit-date     PIC 9(8).
           03  agp-status              PIC X.
               88  agp-placed              VALUE "P".
               88  agp-recalled            VALUE "R".
               88  agp-uncollectable       VALUE "U".
           03  agp-status-date         PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
