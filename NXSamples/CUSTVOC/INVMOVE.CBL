           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS move-status.

      *  inventory-file is read for the item's moving-average cost,
      *  stamped on the movement.
           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

      ****************************************************
      *                                                  *
      *                                                  *
       FD  movement-file.
           COPY "invmove.cpy".

       FD  inventory-file.
           COPY "invmrec.cpy".

       WORKING-STORAGE SECTION.

       01  move-status                 PIC XX.
           88  move-file-ok            VALUE "00".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  mv-dt-date                  PIC 9(8).
       01  mv-dt-time                  PIC 9(6).

      *  mvprm-lot-no is the supplier lot the movement touched --
      *  spaces from a caller that does not deal in lots.
       01  mvprm-lot-no                PIC X(6).
      *  mvprm-costs are the unit costs of a goods receipt against
      *  a purchase order -- zero from every other caller, which
      *  leaves the variances zero.
       01  mvprm-costs.
           03  mvprm-actual-cost       PIC 9(5)V99 COMP.
           03  mvprm-agreed-cost       PIC 9(5)V99 COMP.
           03  mvprm-std-cost          PIC 9(5)V99 COMP.

      ****************************************************
      *                                                  *
       PROCEDURE DIVISION USING mvprm-item-code, mvprm-direction,
                                 mvprm-qty, mvprm-source-ord,
                                 mvprm-reason, mvprm-location,
                                 mvprm-lot-no, mvprm-costs.

       Main-Process SECTION.

               MOVE mvprm-location TO mv-location
           END-IF
           MOVE mvprm-lot-no TO mv-lot-no
           MOVE mvprm-actual-cost TO mv-actual-cost
           MOVE mvprm-agreed-cost TO mv-agreed-cost
           MOVE mvprm-std-cost    TO mv-std-cost
           MOVE 0 TO mv-ppv-amount
           MOVE 0 TO mv-std-variance
           IF  mvprm-actual-cost > 0
               IF  mvprm-agreed-cost > 0
                   COMPUTE mv-ppv-amount = mvprm-qty *
                       (mvprm-actual-cost - mvprm-agreed-cost)
               END-IF
               IF  mvprm-std-cost > 0
                   COMPUTE mv-std-variance = mvprm-qty *
                       (mvprm-actual-cost - mvprm-std-cost)
               END-IF
           END-IF

           MOVE 0 TO mv-avg-cost
           OPEN INPUT inventory-file
           IF  inv-file-ok
               MOVE mvprm-item-code TO inv-code
               READ inventory-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE inv-avg-cost TO mv-avg-cost
               END-READ
               CLOSE inventory-file
           END-IF

           OPEN EXTEND movement-file
           IF  NOT move-file-ok
