      *****************************************************************
      *                                                               *
      * Shared copy of the factored-invoice record layout.            *
      * factinv.ism holds one record per invoice sold (or nominated   *
      * for sale) to the factoring company.  CUSTFACM.CBL nominates   *
      * a single invoice of an account that is not itself factored;   *
      * the CUSTFACS.CBL schedule run assigns nominated invoices and  *
      * every new invoice of a factored account to the factor's next  *
      * schedule; the shared custfact keeper counts the customer's    *
      * cash on the invoice up toward its face value -- cash that     *
      * is now due to the factor, not ours.  fi-ord-no is an          *
      * alternate key so a payment posted against an order finds      *
      * the order's factored invoices without a full scan.            *
      *                                                               *
      *****************************************************************
       01  factinv-record.
           03  fi-invo-no              PIC 9(6).
           03  fi-ord-no               PIC 9(6).
           03  fi-c-code               PIC X(5).
      *  fi-sched-no is the factsch.ism schedule the invoice was
      *  sold on -- zero while it is only nominated.
           03  fi-sched-no             PIC 9(6).
           03  fi-status               PIC X.
               88  fi-nominated            VALUE "N".
               88  fi-assigned             VALUE "A".
               88  fi-fully-collected      VALUE "C".
           03  fi-invo-date            PIC 9(8).
           03  fi-due-date             PIC 9(8).
      *  fi-face is the invoice's goods plus tax, the amount sold;
      *  fi-collected the customer cash received on it since.
           03  fi-face                 PIC S9(9)V99 COMP.
           03  fi-collected            PIC S9(9)V99 COMP.
           03  fi-currency             PIC X(3).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
