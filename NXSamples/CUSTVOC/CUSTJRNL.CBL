      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * End-of-day change journal -- lists every                     *
      * ADD/CHANGE/DELETE/ORDER-ADD/ORDER-UPDATE/ORDER-VOID/PAYMENT  *
      * made against cust.ism on the run date, read straight off the *
      * indexed audit trail's aud-date alternate key (see            *
      * custaud.cpy), so the office can balance what actually        *
      * happened against expected activity before close -- without   *
      * reading every record ever written.                           *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           03  count-add               PIC 9(6) COMP.
           03  count-change            PIC 9(6) COMP.
           03  count-delete            PIC 9(6) COMP.
           03  count-order-add         PIC 9(6) COMP.
           03  count-order-update      PIC 9(6) COMP.
           03  count-order-void        PIC 9(6) COMP.
           03  count-order-delete      PIC 9(6) COMP.
           03  count-order-adjust      PIC 9(6) COMP.
           03  count-payment           PIC 9(6) COMP.
           03  count-other             PIC 9(6) COMP.

       01  page-title.
                   ADD 1 TO count-change
               WHEN "DELETE"
                   ADD 1 TO count-delete
               WHEN "ORDER-ADD"
                   ADD 1 TO count-order-add
               WHEN "ORDER-UPDATE"
                   ADD 1 TO count-order-update
               WHEN "ORDER-VOID"
                   ADD 1 TO count-order-delete
               WHEN "ORDER-ADJUST"
                   ADD 1 TO count-order-adjust
               WHEN "PAYMENT"
                   ADD 1 TO count-payment
               WHEN OTHER
                   ADD 1 TO count-other
           END-EVALUATE.
           MOVE total-line TO report-line
           WRITE report-line

           MOVE "ORDERS ENTERED" TO tl-label
           MOVE count-order-add TO tl-count
           MOVE total-line TO report-line
           WRITE report-line

           MOVE "ORDERS UPDATED" TO tl-label
           MOVE count-order-update TO tl-count
           MOVE total-line TO report-line
           MOVE total-line TO report-line
           WRITE report-line

           MOVE "PAYMENTS POSTED" TO tl-label
           MOVE count-payment TO tl-count
           MOVE total-line TO report-line
           WRITE report-line

           MOVE "OTHER ACTIVITY" TO tl-label
           MOVE count-other TO tl-count
           MOVE total-line TO report-line
