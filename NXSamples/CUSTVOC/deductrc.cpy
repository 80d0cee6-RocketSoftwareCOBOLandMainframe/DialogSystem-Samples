      *****************************************************************
      *                                                               *
      * Shared copy of the customer deduction record layout.          *
      * deduct.ism holds one record per short payment -- a lockbox    *
      * remittance that came in under the order's open balance by     *
      * more than the "DEDTOL  " tolerance on the control file.       *
      * The shortfall is nearly always the customer deducting         *
      * something (damaged goods, a pricing dispute, a freight        *
      * chargeback) rather than paying late, so it is opened here     *
      * by the CUSTCASH cash application, numbered off the            *
      * "DEDNO   " control record, and kept off the CUSTDUNN letters  *
      * while it is worked.  CUSTDEDW.CBL prints the worklist and     *
      * CUSTDEDC.CBL closes each item, either by accepting it as a    *
      * custadj "C" credit memo or by re-billing the shortfall.       *
      * ded-ord-no is an alternate key so the dunning run can find    *
      * the open deductions against an order without a full scan.     *
      *                                                               *
      *****************************************************************
       01  deduct-record.
           03  ded-no                  PIC 9(6).
           03  ded-c-code              PIC X(5).
           03  ded-ord-no              PIC 9(6).
           03  ded-date                PIC 9(8).
      *  ded-amount is the shortfall in the order's own billing
      *  currency (ded-currency), the same as ord-val.
           03  ded-amount              PIC 9(7)V99 COMP.
           03  ded-currency            PIC X(3).
      *  ded-pay-no is the short payment that opened the deduction.
           03  ded-pay-no              PIC 9(8) COMP.
      *  ded-reason is left as spaces by the cash application -- the
      *  deductions clerk fills it in off the CUSTDEDC deck once the
      *  customer's remittance advice has been read.
           03  ded-reason              PIC X(3).
               88  ded-reason-damaged      VALUE "DMG".
               88  ded-reason-pricing      VALUE "PRC".
               88  ded-reason-freight      VALUE "FRT".
               88  ded-reason-shortage     VALUE "SHT".
               88  ded-reason-promotion    VALUE "PRM".
               88  ded-reason-other        VALUE "OTH".
               88  ded-reason-valid        VALUE "DMG" "PRC" "FRT"
                                                 "SHT" "PRM" "OTH".
           03  ded-status              PIC X.
               88  deduction-open          VALUE "O".
      *  "P" -- accepted, but the credit memo was over the
      *  "MCHKLIM " threshold and waits on pendtx.ism for a checker;
      *  ded-close-ref carries the ptx-no until CUSTDEDC sees the
      *  verdict.
               88  deduction-pending       VALUE "P".
               88  deduction-accepted      VALUE "A".
               88  deduction-rebilled      VALUE "R".
      *  Open and pending items both stay off the dunning letters.
               88  deduction-unresolved    VALUE "O" "P".
           03  ded-close-date          PIC 9(8).
      *  ded-close-ref is the adj-no of the accepting credit memo,
      *  the invo-no of the re-bill, or the ptx-no while pending.
           03  ded-close-ref           PIC 9(8) COMP.
           03  ded-operator            PIC X(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
