           03  held-line-qty           PIC 9(5) COMP.
           03  held-unit-price         PIC 9(5)V99 COMP.
           03  held-extension          PIC 9(7)V99 COMP.
      *  The requested and shipped figures ride across as raw
      *  bytes -- spaces on a line that predates them stay spaces.
           03  held-req-date           PIC X(8).
           03  held-ship-date          PIC X(8).
           03  held-ship-qty           PIC X(5).
           03  held-otif-reason        PIC XX.

       01  pay-status                  PIC XX.
           88  pay-file-ok             VALUE "00".
                       MOVE ordl-qty        TO held-line-qty
                       MOVE ordl-unit-price TO held-unit-price
                       MOVE ordl-extension  TO held-extension
                       MOVE ordl-req-date(1:8)  TO held-req-date
                       MOVE ordl-ship-date(1:8) TO held-ship-date
                       MOVE ordl-ship-qty(1:5)  TO held-ship-qty
                       MOVE ordl-otif-reason    TO held-otif-reason
                       DELETE ordline-file
                           INVALID KEY
                               CONTINUE
                       MOVE held-line-qty   TO ordl-qty
                       MOVE held-unit-price TO ordl-unit-price
                       MOVE held-extension  TO ordl-extension
                       MOVE held-req-date    TO ordl-req-date(1:8)
                       MOVE held-ship-date   TO ordl-ship-date(1:8)
                       MOVE held-ship-qty    TO ordl-ship-qty(1:5)
                       MOVE held-otif-reason TO ordl-otif-reason
                       WRITE ordline-record
                           INVALID KEY
                               CONTINUE
