      *****************************************************************
      *                                                               *
      * Shared copy of the pro-forma invoice record layout.           *
      * proforma.ism holds one record per pro-forma cut by VOCOK for  *
      * a new order of a cash-in-advance account (file-c-pay-mode in  *
      * custrec.cpy), numbered off the PFNO control record and        *
      * printed by vocpfrm for the customer to pay against.  The      *
      * shared custcia keeper adds the customer's cash to pf-paid     *
      * and releases the order to the pick list once it covers        *
      * pf-amount; CUSTPFEX lists the pro-formas left unpaid too      *
      * long and gives their stock back.  pf-ord-no is an alternate   *
      * key so a payment posted against an order finds its pro-forma  *
      * without a full scan.                                          *
      *                                                               *
      *****************************************************************
       01  proforma-record.
           03  pf-no                   PIC 9(6).
           03  pf-ord-no               PIC 9(6).
           03  pf-c-code               PIC X(5).
           03  pf-date                 PIC 9(8).
      *  pf-amount is the order's goods plus tax plus freight -- the
      *  cash wanted before the goods leave; pf-paid what has come
      *  in against it since.
           03  pf-amount               PIC S9(9)V99 COMP.
           03  pf-paid                 PIC S9(9)V99 COMP.
           03  pf-currency             PIC X(3).
           03  pf-status               PIC X.
               88  pf-open                 VALUE "O".
               88  pf-paid-up              VALUE "P".
               88  pf-expired              VALUE "E".
      *  pf-close-date is the date it was paid up or expired.
           03  pf-close-date           PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
