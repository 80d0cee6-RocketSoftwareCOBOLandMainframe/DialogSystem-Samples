      *****************************************************************
      *                                                               *
      * Shared copy of the realized exchange gain/loss record layout. *
      * fxreal.ism holds one record per payment taken against a       *
      * foreign-currency order, keyed exactly as the payment-record   *
      * it belongs to (pay-key in paymtrec.cpy), written by the       *
      * shared custfxrk keeper as the payment posts.  It carries the  *
      * rate the order was booked at, the rate on the pay-date, the   *
      * gain or loss between them in home currency, and the part of   *
      * CUSTRVAL's unrealized movement on that slice of the balance   *
      * that the realized figure now replaces.  CUSTGLEX feeds both   *
      * to the ledger; CUSTFXRR reports them by currency each month.  *
      *                                                               *
      *****************************************************************
       01  fxreal-record.
           03  fxr-key.
               05  fxr-ord-no          PIC 9(6).
               05  fxr-pay-no          PIC 9(8) COMP.
           03  fxr-c-code              PIC X(5).
           03  fxr-currency            PIC X(3).
           03  fxr-book-date           PIC 9(8).
           03  fxr-pay-date            PIC 9(8).
      *  fxr-post-date is the day the payment was keyed or posted --
      *  the change marker CUSTGLEX compares against its checkpoint,
      *  since a bank-dated remittance can carry a pay-date the
      *  checkpoint has already passed.
           03  fxr-post-date           PIC 9(8).
      *  fxr-amount is the payment in the order's own currency.
           03  fxr-amount              PIC S9(7)V99 COMP.
           03  fxr-book-rate           PIC 9(4)V9999 COMP.
           03  fxr-pay-rate            PIC 9(4)V9999 COMP.
      *  fxr-snap-rate is the fxsnap.ism rate the open balance was
      *  last revalued at -- zero when CUSTRVAL had not revalued the
      *  currency since the order was booked, and nothing is
      *  reversed.
           03  fxr-snap-rate           PIC 9(4)V9999 COMP.
      *  Home currency; a gain is positive, a loss negative.
           03  fxr-realized            PIC S9(9)V99 COMP.
           03  fxr-unreal-reversed     PIC S9(9)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
