       01  tc-record.
           03  tc-c-code               PIC X(5).
           03  tc-c-name               PIC X(15).
           03  tc-rest                 PIC X(415).

       FD  order-file.
           COPY "custordr.cpy".
       FD  train-order-file.
       01  to-record.
           03  to-ord-key              PIC X(11).
           03  to-rest                 PIC X(176).

       FD  ordxref-file.
           COPY "ordxref.cpy".
       FD  train-line-file.
       01  tl-record.
           03  tl-key                  PIC X(14).
           03  tl-rest                 PIC X(69).

       FD  payment-file.
           COPY "paymtrec.cpy".
       FD  train-inventory-file.
       01  tm-record.
           03  tm-code                 PIC X(4).
           03  tm-rest                 PIC X(96).

       FD  custprice-file.
           COPY "custpric.cpy".
