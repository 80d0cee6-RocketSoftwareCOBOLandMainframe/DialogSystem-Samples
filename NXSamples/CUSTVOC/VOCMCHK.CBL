           FILE STATUS IS rfd-status
           lock MODE IS AUTOMATIC.

      *  rfdhold-file -- a customer the CUSTFRAL alert run put on
      *  refund hold gets no refund released until a manager lifts
      *  the hold with CUSTRFHR.  See rfdhldrc.cpy.
           SELECT rfdhold-file ASSIGN "rfdhold.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rh-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS hold-status.

       DATA DIVISION.

       FILE SECTION.
       FD  refund-file.
           COPY "refundrc.cpy".

       FD  rfdhold-file.
           COPY "rfdhldrc.cpy".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".
           88  rfd-file-ok             VALUE "00".
           88  rfd-file-not-found      VALUE "35".

       01  hold-status                 PIC XX.
           88  hold-file-ok            VALUE "00".
           88  hold-file-not-found     VALUE "35".
       77  refund-hold-switch          PIC X.
           88  refund-on-hold          VALUE "Y".

       78  control-id-adjno                VALUE "ADJNO   ".
       78  control-id-rfdno                VALUE "RFDNO   ".
       78  mchk-list-size                  VALUE 15.
               EXIT SECTION
           END-IF

      *  An account change followed by money going out holds the
      *  customer's refunds until a manager verifies the change.
           MOVE "N" TO refund-hold-switch
           OPEN INPUT rfdhold-file
           IF  NOT hold-file-not-found
               MOVE ptx-c-code TO rh-c-code
               READ rfdhold-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  refund-held
                           MOVE "Y" TO refund-hold-switch
                       END-IF
               END-READ
               CLOSE rfdhold-file
           END-IF
           IF  refund-on-hold
               DISPLAY "CUSTOMER " ptx-c-code " IS ON REFUND HOLD "
                   "AFTER AN ACCOUNT CHANGE -- TRANSACTION " ptx-no
                   " LEFT PENDING"
               EXIT SECTION
           END-IF

           OPEN I-O refund-file
           IF  rfd-file-not-found
               OPEN OUTPUT refund-file
