      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared available-to-promise lookup.  Given an item, the      *
      * quantity wanted and the free stock the caller has already    *
      * worked out, answers the earliest date that quantity can      *
      * ship: free stock now, less the open backorders already       *
      * queued ahead for the item on backord.ism, plus what the      *
      * open po.ism lines still have to deliver, taken in            *
      * po-expected-date order until the quantity is covered.        *
      * VOCORD asks here when stock is short at order entry and      *
      * stamps the answer on the backorder; CUSTATPR asks again      *
      * each night to catch a PO that has slipped.                   *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      * This demonstration program is provided for use by users of   *
      * Rocket Software products and may be used, modified and       *
      * distributed as part of your application provided that you    *
      * properly acknowledge the copyright of Rocket Software in     *
      * this material.                                               *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. invatp.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT backorder-file ASSIGN "backord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bko-no
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bkof-status.

           SELECT po-file ASSIGN "po.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS po-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS po-status-code.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  backorder-file.
           COPY "backorec.cpy".

       FD  po-file.
           COPY "porec.cpy".

       WORKING-STORAGE SECTION.

       01  bkof-status                 PIC XX.
           88  bko-file-ok             VALUE "00".
           88  bko-file-eof            VALUE "10".
           88  bko-file-not-found      VALUE "35".

       01  po-status-code              PIC XX.
           88  po-file-ok              VALUE "00".
           88  po-file-eof             VALUE "10".
           88  po-file-not-found       VALUE "35".

       01  today-yyyymmdd              PIC 9(8).

      *  atp-available is the running quantity that could ship: it
      *  starts at the caller's free stock, drops by every backorder
      *  queued ahead and climbs again PO line by PO line.  Signed,
      *  because a deep queue can put it well below zero.
       01  atp-available               PIC S9(8) COMP.
       01  atp-remaining               PIC 9(5) COMP.

      *  Open PO lines for the item, gathered and then put into
      *  expected-date order.  A line already overdue is still
      *  expected, so its date is taken as today rather than a day
      *  already past.  An item with more open lines than the table
      *  holds is planned on the first ones found.
       78  max-incoming                VALUE 100.
       01  incoming-table.
           03  incoming-entry          OCCURS 100.
               05  inc-date            PIC 9(8).
               05  inc-qty             PIC 9(5) COMP.
       01  incoming-hold.
           03  hold-date               PIC 9(8).
           03  hold-qty                PIC 9(5) COMP.

       77  incoming-count              PIC 9(4) COMP.
       77  inc-idx                     PIC 9(4) COMP.
       77  inc-jdx                     PIC 9(4) COMP.

       LINKAGE SECTION.

       01  atp-item-code               PIC X(4).
       01  atp-qty                     PIC 9(5) COMP.
       01  atp-free-stock              PIC S9(6) COMP.
      *  atp-ahead-of-bko limits the queue to backorders taken before
      *  the one being re-projected; zero counts every open backorder
      *  for the item, as for a new one about to join the queue.
       01  atp-ahead-of-bko            PIC 9(8) COMP.
      *  atp-date comes back as the earliest ship date, today when
      *  stock already covers the quantity, or zero when nothing on
      *  order covers it.
       01  atp-date                    PIC 9(8).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING atp-item-code, atp-qty,
                                atp-free-stock, atp-ahead-of-bko,
                                atp-date.

       Main-Process SECTION.

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           MOVE 0 TO atp-date
           MOVE atp-free-stock TO atp-available

           PERFORM Subtract-Queued-Backorders

           IF  atp-available >= atp-qty
               MOVE today-yyyymmdd TO atp-date
               GOBACK
           END-IF

           PERFORM Gather-Incoming-Lines
           PERFORM Order-Incoming-Lines

           PERFORM VARYING inc-idx FROM 1 BY 1
                   UNTIL inc-idx > incoming-count
                      OR atp-date NOT = 0
               ADD inc-qty (inc-idx) TO atp-available
               IF  atp-available >= atp-qty
                   MOVE inc-date (inc-idx) TO atp-date
               END-IF
           END-PERFORM.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Every open backorder for the item that is ahead *
      *  in the queue has first call on the free stock   *
      *  and on whatever arrives.                        *
      *                                                  *
      ****************************************************

       Subtract-Queued-Backorders SECTION.

           OPEN INPUT backorder-file
           IF  bko-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL bko-file-eof
               READ backorder-file NEXT RECORD
                   AT END
                       SET bko-file-eof TO TRUE
               END-READ
               IF  NOT bko-file-eof
                   IF  atp-ahead-of-bko NOT = 0
                   AND bko-no NOT < atp-ahead-of-bko
                       SET bko-file-eof TO TRUE
                   ELSE
                       IF  backorder-open
                       AND bko-item-code = atp-item-code
                           SUBTRACT bko-qty FROM atp-available
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE backorder-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Gather-Incoming-Lines SECTION.

           MOVE 0 TO incoming-count
           OPEN INPUT po-file
           IF  po-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL po-file-eof
               READ po-file NEXT RECORD
                   AT END
                       SET po-file-eof TO TRUE
               END-READ
               IF  NOT po-file-eof
                   IF  po-line-open
                   AND po-item-code = atp-item-code
                   AND po-qty-ordered > po-qty-received
                   AND incoming-count < max-incoming
                       ADD 1 TO incoming-count
                       COMPUTE atp-remaining =
                           po-qty-ordered - po-qty-received
                       MOVE atp-remaining
                           TO inc-qty (incoming-count)
                       IF  po-expected-date < today-yyyymmdd
                           MOVE today-yyyymmdd
                               TO inc-date (incoming-count)
                       ELSE
                           MOVE po-expected-date
                               TO inc-date (incoming-count)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE po-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Straight insertion into expected-date order --  *
      *  an item seldom has more than a handful of open  *
      *  PO lines.                                       *
      *                                                  *
      ****************************************************

       Order-Incoming-Lines SECTION.

           PERFORM VARYING inc-idx FROM 2 BY 1
                   UNTIL inc-idx > incoming-count
               MOVE incoming-entry (inc-idx) TO incoming-hold
               MOVE inc-idx TO inc-jdx
               PERFORM UNTIL inc-jdx = 1
                          OR inc-date (inc-jdx - 1) NOT > hold-date
                   MOVE incoming-entry (inc-jdx - 1)
                       TO incoming-entry (inc-jdx)
                   SUBTRACT 1 FROM inc-jdx
               END-PERFORM
               MOVE incoming-hold TO incoming-entry (inc-jdx)
           END-PERFORM.
           EXIT.
