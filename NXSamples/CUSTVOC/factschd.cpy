      *****************************************************************
      *                                                               *
      * Shared copy of the factoring schedule record layout.          *
      * factsch.ism holds one record per schedule of invoices sold to *
      * the factoring company, numbered off the "FACTSCH " control    *
      * record by the CUSTFACS.CBL schedule run.  The run sets the    *
      * face value sold and splits it, at the "FACTADV " advance      *
      * rate and "FACTFEE " fee rate on the control file, into the    *
      * advance the factor pays now, the reserve it holds back and    *
      * its fee.  The shared custfact keeper adds the customer cash   *
      * received on the schedule's invoices -- due to the factor --   *
      * and the monthly CUSTFACR.CBL reconciliation lands the         *
      * factor's own statement figures beside ours.                   *
      *                                                               *
      *****************************************************************
       01  factsch-record.
           03  fs-sched-no             PIC 9(6).
           03  fs-date                 PIC 9(8).
           03  fs-invoice-count        PIC 9(5) COMP.
           03  fs-face-total           PIC S9(11)V99 COMP.
           03  fs-advance              PIC S9(11)V99 COMP.
           03  fs-reserve              PIC S9(11)V99 COMP.
           03  fs-fee                  PIC S9(11)V99 COMP.
      *  fs-collected is the customer cash we have received on the
      *  schedule's invoices -- money we hold for the factor.
           03  fs-collected            PIC S9(11)V99 COMP.
      *  The factor's own figures off its latest monthly statement,
      *  as CUSTFACR.CBL last read them: the advance it says it paid,
      *  the fees it charged, the collections it credits and the
      *  reserve it has released back to us so far.
           03  fs-stmt-advance         PIC S9(11)V99 COMP.
           03  fs-stmt-fee             PIC S9(11)V99 COMP.
           03  fs-stmt-collected       PIC S9(11)V99 COMP.
           03  fs-reserve-released     PIC S9(11)V99 COMP.
           03  fs-recon-period         PIC 9(6).
           03  fs-recon-status         PIC X.
               88  fs-reconciled           VALUE "R".
               88  fs-recon-difference     VALUE "D".
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
