           ACCESS IS DYNAMIC
           FILE STATUS IS ptx-status-code.

      *  rfdhold-file carries the refund holds the CUSTFRAL alert
      *  run places when an account change is followed by money
      *  going out -- see rfdhldrc.cpy.  Read only; CUSTRFHR lifts
      *  a hold.
           SELECT rfdhold-file ASSIGN "rfdhold.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rh-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS hold-status.

           SELECT voucher-file ASSIGN "refundv.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS vchr-status.
       FD  pendtx-file.
           COPY "pendtxrc.cpy".

       FD  rfdhold-file.
           COPY "rfdhldrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       01  vchr-status                 PIC XX.
           88  vchr-file-ok            VALUE "00".

       01  hold-status                 PIC XX.
           88  hold-file-ok            VALUE "00".
           88  hold-file-not-found     VALUE "35".
       77  holds-on-file-switch        PIC X VALUE "Y".
           88  holds-on-file           VALUE "Y".
       77  refund-hold-switch          PIC X.
           88  refund-on-hold          VALUE "Y".

       78  control-id-rfdno                VALUE "RFDNO   ".
       78  control-id-mchklim              VALUE "MCHKLIM ".
       78  control-id-ptxno                VALUE "PTXNO   ".
               OPEN I-O refund-file
           END-IF
           OPEN I-O control-file
           OPEN INPUT rfdhold-file
           IF  hold-file-not-found
               MOVE "N" TO holds-on-file-switch
           END-IF
           OPEN EXTEND voucher-file
           IF  NOT vchr-file-ok
               OPEN OUTPUT voucher-file
           CLOSE ordxref-file
           CLOSE refund-file
           CLOSE control-file
           IF  holds-on-file
               CLOSE rfdhold-file
           END-IF
           CLOSE voucher-file
           CLOSE report-file.
           EXIT.
       Check-And-Post-Refund SECTION.

           MOVE ordx-c-code TO dl-c-code
           PERFORM Check-Refund-Hold
           MOVE ordx-c-code TO ord-c-code
           MOVE rf-ord-no   TO ord-no
           READ order-file
                       WHEN rf-amount = 0
                           MOVE "ZERO AMOUNT -- SKIPPED" TO dl-note
                           PERFORM Print-Reject-Line
      *  An account change followed by money going out has the
      *  customer on refund hold until a manager verifies it --
      *  nothing is paid or queued to the changed details.
                       WHEN refund-on-hold
                           PERFORM Reject-Held-Refund
                       WHEN OTHER
      *  Over the maker-checker threshold the refund queues for a
      *  different supervisor to release off the VOCMCHK worklist
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Refund-Hold looks the customer up on the      *
      *  refund holds the CUSTFRAL alert run places.         *
      *                                                  *
      ****************************************************

       Check-Refund-Hold SECTION.

           MOVE "N" TO refund-hold-switch
           IF  NOT holds-on-file
               EXIT SECTION
           END-IF
           MOVE ordx-c-code TO rh-c-code
           READ rfdhold-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  refund-held
                       MOVE "Y" TO refund-hold-switch
                   END-IF
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Reject-Held-Refund SECTION.

           MOVE rf-amount TO amount-raw-display
           MOVE SPACES TO aud-before-image aud-after-image
           STRING "ORDER " rf-ord-no " REFUND " amount-raw-display
               DELIMITED BY SIZE INTO aud-before-image
           STRING "HELD -- " rh-change-action " ON " rh-change-date
                  " BY " rh-change-operator
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "REFUND-HELD", ordx-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           MOVE "HELD -- ACCOUNT CHANGE ALERT" TO dl-note
           PERFORM Print-Reject-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
