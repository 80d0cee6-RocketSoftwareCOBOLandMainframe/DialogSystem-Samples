      * item on invmast.ism; a deck line with no expected date gets  *
      * the order date plus the supplier's lead time.  The register  *
      * lists every line written and every line refused, so the      *
      * actual buying finally leaves the paper pad.  The deck may be *
      * keyed by hand or be a CUSTPOPR proposal run the buyer has    *
      * reviewed.                                                    *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
       DATA DIVISION.

       FILE SECTION.
      *  CUSTPOPR.CBL writes its proposals in this same layout --
      *  keep the two in step.
       FD  po-deck-file.
       01  po-deck-record.
           03  pd-supplier              PIC X(4).
           03  pd-item-code             PIC X(4).
           03  pd-qty                   PIC 9(5).
           03  pd-expected              PIC 9(8).
      *  pd-unit-cost is the agreed price per unit -- appended to the
      *  deck layout, so old decks leave it blank and the line takes
      *  the item's inv-order-price cost instead.
           03  pd-unit-cost             PIC 9(5)V99.

       FD  po-file.
           COPY "porec.cpy".
               COMPUTE po-expected-date =
                   FUNCTION DATE-OF-INTEGER(expected-julian)
           END-IF
           IF  pd-unit-cost NUMERIC AND pd-unit-cost > 0
               MOVE pd-unit-cost TO po-unit-cost
           ELSE
               MOVE inv-order-price TO po-unit-cost
           END-IF
           MOVE "O" TO po-status

           WRITE po-record
