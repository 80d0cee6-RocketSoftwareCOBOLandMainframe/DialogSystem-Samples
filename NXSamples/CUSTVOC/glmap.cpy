      *****************************************************************
      *                                                               *
      * Shared copy of the GL account mapping record layout.          *
      * glmap.ism turns a feed posting class into the ledger's own    *
      * debit and credit account numbers, for a company, a sales      *
      * area and a currency -- maintained from the glmap.dat deck by  *
      * CUSTGLMM and looked up through the shared custglmp lookup by  *
      * every run that writes a GL feed (CUSTGLEX, INVGLEX and the    *
      * CUSTRVAL revaluation).  A key part left as spaces is a        *
      * default: "any company", "any area", "any currency" -- the     *
      * lookup tries the most specific record first.                  *
      *                                                               *
      *****************************************************************
       01  glmap-record.
           03  glm-key.
               05  glm-class           PIC X(2).
               05  glm-company         PIC X(3).
               05  glm-area            PIC X.
               05  glm-currency        PIC X(3).
           03  glm-debit-acct          PIC X(12).
           03  glm-credit-acct         PIC X(12).
           03  glm-description         PIC X(20).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
