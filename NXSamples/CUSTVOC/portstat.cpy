      *****************************************************************
      *                                                               *
      * Shared copy of the web-portal publication record layout.      *
      * portal.ism holds one record per customer account the nightly  *
      * CUSTPORT open-items extract has ever published to the         *
      * customer web portal -- whether the portal holds it now or it  *
      * has been withdrawn, and a signature of exactly what was last  *
      * sent.  CUSTPORT sends an account again only when tonight's    *
      * figures no longer match that signature, so the portal         *
      * reloads the accounts that changed and no others, and          *
      * withdraws a closed or erased account the night it changes.    *
      *                                                               *
      *****************************************************************
       01  portal-state-record.
           03  ps-c-code               PIC X(5).
           03  ps-status               PIC X.
               88  ps-published            VALUE "P".
               88  ps-withdrawn            VALUE "W".
      *  The signature of the records last sent: a position-weighted
      *  character hash, the item count and the money total.
           03  ps-hash                 PIC 9(15) COMP.
           03  ps-item-count           PIC 9(5) COMP.
           03  ps-money-total          PIC S9(11)V99 COMP.
      *  ps-changed-date is the night the account was last sent (or
      *  withdrawn); ps-seen-date the last night cust.ism still had
      *  it, so an account that disappears is withdrawn too.
           03  ps-changed-date         PIC 9(8).
           03  ps-seen-date            PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
