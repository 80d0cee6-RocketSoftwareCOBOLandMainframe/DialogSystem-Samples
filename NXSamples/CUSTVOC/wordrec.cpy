      *****************************************************************
      *                                                               *
      * Shared copy of the assembly work-order record layout.         *
      * workord.ism holds one record per work order INVASSM.CBL       *
      * raises off the asmord.dat deck -- numbered off the "WONO    " *
      * control record.  A build order assembles wo-qty of a kit      *
      * (see bomrec.cpy) ahead of demand: raising it reserves the     *
      * components through the shared invalloc keeper and prints the  *
      * build sheet, and completing it draws the components down and  *
      * receives the finished kits onto the kit's own invmast record  *
      * as "BLD" movements.  A disassembly order breaks surplus built *
      * kits back into their components the same way, as "DIS"        *
      * movements.  Cancelling an open order hands its reservation    *
      * back.                                                         *
      *                                                               *
      *****************************************************************
       01  workord-record.
           03  wo-no                   PIC 9(6).
           03  wo-type                 PIC X.
               88  wo-build                VALUE "B".
               88  wo-disassemble          VALUE "D".
           03  wo-kit-code             PIC X(4).
           03  wo-qty                  PIC 9(5) COMP.
           03  wo-status               PIC X.
               88  wo-open                 VALUE "O".
               88  wo-completed            VALUE "C".
               88  wo-cancelled            VALUE "X".
           03  wo-raise-date           PIC 9(8).
      *  wo-complete-date is the day the order was completed or
      *  cancelled -- zero while it is open.
           03  wo-complete-date        PIC 9(8).
      *  wo-unit-cost is the kit's cost rolled up from its
      *  components' average costs -- estimated when the order is
      *  raised and fixed at the figures the completion drew the
      *  components out at.
           03  wo-unit-cost            PIC 9(5)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
