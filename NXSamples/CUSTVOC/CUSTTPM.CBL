      * record -- the same deck-and-report pattern CUSTAMST.CBL      *
      * uses for the area master -- so taking on a sender with its   *
      * own field layout is a deck line, not a CUSTOIMP change.      *
      * The same line flags the partner for the outbound ship        *
      * notices and electronic invoices CUSTEDIX writes, and names   *
      * the layout they go out in.                                   *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           03  td-val-pos               PIC 9(2).
           03  td-curr-pos              PIC 9(2).
           03  td-ack-format            PIC X.
      *  The outbound-document columns -- a deck line that stops
      *  short of them leaves the partner off the outbound feed.
           03  td-send-asn              PIC X.
           03  td-send-inv              PIC X.
           03  td-out-format            PIC X.
           03  td-out-delim             PIC X.
      *  Column of the partner's requested ship date, blank when
      *  they send none.
           03  td-reqd-pos              PIC 9(2).
      *  Columns of the item code and quantity in a consignment
      *  customer's usage file, blank when they send none.
           03  td-item-pos              PIC 9(2).
           03  td-qty-pos               PIC 9(2).

       FD  tpprof-file.
           COPY "tpprofrc.cpy".
           ELSE
               MOVE "F" TO tp-ack-format
           END-IF
           IF  td-send-asn = "Y"
               MOVE "Y" TO tp-send-asn
           ELSE
               MOVE "N" TO tp-send-asn
           END-IF
           IF  td-send-inv = "Y"
               MOVE "Y" TO tp-send-inv
           ELSE
               MOVE "N" TO tp-send-inv
           END-IF
           IF  td-out-format = "D"
               MOVE "D" TO tp-out-format
               IF  td-out-delim = SPACE
                   MOVE "," TO tp-out-delim
               ELSE
                   MOVE td-out-delim TO tp-out-delim
               END-IF
           ELSE
               MOVE "F" TO tp-out-format
               MOVE SPACE TO tp-out-delim
           END-IF
           MOVE 0 TO tp-reqd-pos
           IF  td-reqd-pos NUMERIC
               IF  td-reqd-pos NOT > 73
                   MOVE td-reqd-pos TO tp-reqd-pos
               END-IF
           END-IF
           MOVE 0 TO tp-item-pos
           IF  td-item-pos NUMERIC
               IF  td-item-pos NOT > 77
                   MOVE td-item-pos TO tp-item-pos
               END-IF
           END-IF
           MOVE 0 TO tp-qty-pos
           IF  td-qty-pos NUMERIC
               IF  td-qty-pos NOT > 76
                   MOVE td-qty-pos TO tp-qty-pos
               END-IF
           END-IF
           REWRITE tpprof-record
               INVALID KEY
                   WRITE tpprof-record
