           03  FILLER                  PIC X(6)  VALUE "ITEM".
           03  FILLER                  PIC X(8)  VALUE "QTY".
           03  FILLER                  PIC X(10) VALUE "SINCE".
           03  FILLER                  PIC X(10) VALUE "PROMISED".

       01  detail-line.
           03  dl-bko-no               PIC 9(8).
           03  dl-qty                  PIC ZZZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  dl-date                 PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
      *  dl-promised stays blank for a backorder taken before
      *  promise dates were kept, or with no date to promise.
           03  dl-promised             PIC X(8).

       01  totals-line.
           03  FILLER                  PIC X(22)
           MOVE bko-item-code TO dl-item
           MOVE bko-qty       TO dl-qty
           MOVE bko-date      TO dl-date
           IF  bko-promise-date NUMERIC
               IF  bko-promise-date NOT = 0
                   MOVE bko-promise-date TO dl-promised
               END-IF
           END-IF
           MOVE detail-line TO report-line
           WRITE report-line
           ADD 1 TO open-count.
