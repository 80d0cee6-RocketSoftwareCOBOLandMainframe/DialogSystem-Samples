      * does not print it again and the VOCFULF ship confirmation    *
      * has a picked order to confirm.  Orders keyed by value alone  *
      * (no line records) never reach the warehouse this way and     *
      * stay at "entered".  Within each item the lines run in the    *
      * order the customers asked for them, earliest requested ship  *
      * date first, and a line already past its date is flagged      *
      * LATE so the short-stock picks go to the customers waiting    *
      * longest.                                                     *
      * A cash-in-advance order is left off until the cash covering  *
      * its pro-forma has come in.                                   *
      * A part-shipped order ("B" -- a short scanned pick, see       *
      * CUSTSCNP.CBL, or a part shipment confirmed through VOCFULF)  *
      * lists only what it still has open, and stays part shipped:   *
      * it is listed again every night until its remainder ships.    *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           COPY "custordr.cpy".

      *  sort-record regroups the open lines by item so the printed
      *  list reads in bin-walking order -- item first, then the
      *  requested ship date so the earliest-wanted goods are picked
      *  first, then customer and order for the picker to label each
      *  pick.
       SD  sort-work-file.
       01  sort-record.
           03  sw-item-code             PIC X(4).
           03  sw-req-date              PIC 9(8).
           03  sw-c-code                PIC X(5).
           03  sw-ord-no                PIC 9(6).
           03  sw-line-no               PIC 9(3).
       77  item-total-qty              PIC 9(7) COMP.
       77  lines-printed               PIC 9(6) COMP.
       77  orders-marked               PIC 9(6) COMP.
       77  today-yyyymmdd              PIC 9(8).

      *  A line with no requested date anywhere (written before the
      *  dates were kept) sorts after every dated one.
       78  no-req-date                 VALUE 99999999.

       01  page-title                  PIC X(40) VALUE
               "WAREHOUSE PICK LIST".
           03  dl-line-no              PIC 9(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-qty                  PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-req-date             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  dl-req-flag             PIC X(4).

       01  item-total-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           PERFORM Program-Initialize

           SORT sort-work-file
               ON ASCENDING KEY sw-item-code, sw-req-date,
                                sw-c-code, sw-ord-no, sw-line-no
               INPUT PROCEDURE IS Build-Pick-Lines
               OUTPUT PROCEDURE IS Print-Pick-List

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           MOVE 0 TO lines-printed
           MOVE 0 TO orders-marked

               EXIT SECTION
           END-IF

      *  A cash-in-advance order waits here until the cash covering
      *  its pro-forma is in -- see the shared custcia keeper.
           IF  order-awaiting-cash
               EXIT SECTION
           END-IF

           IF  NOT order-ful-entered AND NOT order-ful-part-shipped
               EXIT SECTION
           END-IF

      *  A part-shipped order lists only what is still open -- the
      *  lines that went are stamped shipped and are left off, and
      *  a line that went short lists its remainder.
           IF  ordl-ship-date NUMERIC
               IF  ordl-ship-date > 0
                   EXIT SECTION
               END-IF
           END-IF
           MOVE ordl-qty       TO sw-qty
           IF  line-stock-allocated AND ordl-scan-qty NUMERIC
               IF  ordl-scan-qty < ordl-qty
                   SUBTRACT ordl-scan-qty FROM sw-qty
               END-IF
           END-IF

           MOVE ordl-item-code TO sw-item-code
           MOVE ordl-c-code    TO sw-c-code
           MOVE ordl-ord-no    TO sw-ord-no
           MOVE ordl-line-no   TO sw-line-no
      *  The line's own requested date, else the order's, else
      *  none at all.
           MOVE no-req-date    TO sw-req-date
           IF  ordl-req-date NUMERIC
               IF  ordl-req-date > 0
                   MOVE ordl-req-date TO sw-req-date
               END-IF
           END-IF
           IF  sw-req-date = no-req-date
               IF  ord-req-date NUMERIC
                   IF  ord-req-date > 0
                       MOVE ord-req-date TO sw-req-date
                   END-IF
               END-IF
           END-IF
           RELEASE sort-record.
           EXIT.

           MOVE sw-ord-no  TO dl-ord-no
           MOVE sw-line-no TO dl-line-no
           MOVE sw-qty     TO dl-qty
           IF  sw-req-date NOT = no-req-date
               MOVE sw-req-date TO dl-req-date
               IF  sw-req-date < today-yyyymmdd
                   MOVE "LATE" TO dl-req-flag
               END-IF
               IF  sw-req-date = today-yyyymmdd
                   MOVE "DUE" TO dl-req-flag
               END-IF
           END-IF
           MOVE detail-line TO report-line
           WRITE report-line
           ADD sw-qty TO item-total-qty
      *  Mark-Order-Picked stamps the listed line's header  *
      *  "P" -- an order with several lines is rewritten     *
      *  once per line, which is harmless, and an order       *
      *  another path has already moved past "entered" --     *
      *  a part-shipped one included -- is left alone.        *
      *                                                  *
      ****************************************************

