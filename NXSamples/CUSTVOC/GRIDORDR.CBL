
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  cust-tax-rate               PIC 9(2)V9999 COMP.
       77  juris-tax-rate              PIC 9(2)V9999 COMP.
       77  tax-liable-switch           PIC X.
           88  tax-liable               VALUE "Y".
       77  save-c-bal                  PIC S9(9)V99 COMP.
       77  old-line-balance            PIC S9(9)V99 COMP.
       77  ord-eof-switch              PIC X VALUE "N".
       Recompute-Line-Tax SECTION.

           MOVE 0 TO cust-tax-rate
           MOVE "N" TO tax-liable-switch
           IF  file-c-tax NOT = SPACE
               MOVE "Y" TO tax-liable-switch
               MOVE file-c-tax TO tax-code
               READ taxrate-file
                   INVALID KEY
                       MOVE tax-rate TO cust-tax-rate
               END-READ
           END-IF
      *  A taxable order is charged at the rate of the place the
      *  goods are delivered -- see the shared custtjur lookup; the
      *  flat file-c-tax code rate stands where no jurisdiction is
      *  on file for the address.
           MOVE SPACES TO ord-tax-juris
           IF  tax-liable
               CALL "custtjur" USING file-c-code, ord-shipto,
                                      file-c-state, file-c-postal,
                                      ord-tax-juris, juris-tax-rate
               END-CALL
               IF  ord-tax-juris NOT = SPACES
                   MOVE juris-tax-rate TO cust-tax-rate
               END-IF
           END-IF
           COMPUTE ord-tax ROUNDED = ord-val * cust-tax-rate.
           EXIT.
