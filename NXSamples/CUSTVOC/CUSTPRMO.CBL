      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared promotion lookup.  Every path that prices an order    *
      * line -- Apply-Customer-Pricing in VOCORD.CBL, the CUSTOIMP   *
      * partner-order import and the CUSTSTGN standing-order run --  *
      * asks here for the best promotion (promo.ism, promorec.cpy)   *
      * the line qualifies for: the item itself or its inv-type,     *
      * the customer's sales area and group, and an order date       *
      * inside the promotion's window.  Of every eligible promotion  *
      * the one giving the lowest unit price wins, and its code      *
      * comes back for the caller to stamp on the order line.  No    *
      * eligible promotion, or a site that has never loaded the      *
      * master, comes back as the list price and a blank code.       *
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
       PROGRAM-ID. custprmo.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT promo-file ASSIGN "promo.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prm-code
           ACCESS IS DYNAMIC
           FILE STATUS IS promo-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  promo-file.
           COPY "promorec.cpy".

       WORKING-STORAGE SECTION.

       01  promo-status                PIC XX.
           88  promo-file-ok           VALUE "00".
           88  promo-file-eof          VALUE "10".
           88  promo-file-not-found    VALUE "35".

      *  The promotions on file, held for the life of the run unit
      *  -- the lookup is made once per order line, so the master
      *  is read once rather than once per call.  A master that
      *  outgrows the table stops applying the promotions past the
      *  last slot until the lapsed ones are deleted from the deck.
       01  promo-table.
           03  promo-entry             OCCURS 200.
               05  pt-code             PIC X(6).
               05  pt-item-code        PIC X(4).
               05  pt-inv-type         PIC X(14).
               05  pt-area             PIC X.
               05  pt-group-ref        PIC X(8).
               05  pt-start-date       PIC 9(8).
               05  pt-end-date         PIC 9(8).
               05  pt-disc-pct         PIC 9(2)V99 COMP.
               05  pt-promo-price      PIC 9(5)V99 COMP.
       78  promo-table-size                VALUE 200.
       77  promo-entries               PIC 9(4) COMP.
       77  promo-ix                    PIC 9(4) COMP.

       77  promo-loaded-switch         PIC X VALUE "N".
           88  promo-loaded                VALUE "Y".

       77  candidate-price             PIC 9(5)V99 COMP.

       LINKAGE SECTION.

       01  prmo-item-code              PIC X(4).
       01  prmo-inv-type               PIC X(14).
       01  prmo-area                   PIC X.
       01  prmo-group-ref              PIC X(8).
       01  prmo-order-date             PIC 9(8).
       01  prmo-list-price             PIC 9(5)V99 COMP.
       01  prmo-price                  PIC 9(5)V99 COMP.
       01  prmo-code                   PIC X(6).

      ****************************************************
      *                                                  *
      *  Returns in prmo-price the lowest promotional unit *
      *  price prmo-list-price earns on prmo-order-date,    *
      *  and in prmo-code the promotion that gives it --     *
      *  prmo-list-price and spaces when nothing applies.    *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING prmo-item-code, prmo-inv-type,
                                 prmo-area, prmo-group-ref,
                                 prmo-order-date, prmo-list-price,
                                 prmo-price, prmo-code.

       Main-Process SECTION.

           IF  NOT promo-loaded
               PERFORM Load-Promotions
           END-IF

           MOVE prmo-list-price TO prmo-price
           MOVE SPACES TO prmo-code

           PERFORM VARYING promo-ix FROM 1 BY 1
                   UNTIL promo-ix > promo-entries
               PERFORM Test-Promotion
           END-PERFORM.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Reads promo.ism into promo-table.                 *
      *                                                  *
      ****************************************************

       Load-Promotions SECTION.

           SET promo-loaded TO TRUE
           MOVE 0 TO promo-entries

           OPEN INPUT promo-file
           IF  NOT promo-file-ok
               GO TO Load-Promotions-Exit
           END-IF

           PERFORM UNTIL promo-file-eof
                      OR promo-entries = promo-table-size
               READ promo-file NEXT RECORD
                   AT END
                       SET promo-file-eof TO TRUE
               END-READ
               IF  NOT promo-file-eof
                   ADD 1 TO promo-entries
                   MOVE prm-code        TO pt-code(promo-entries)
                   MOVE prm-item-code   TO pt-item-code(promo-entries)
                   MOVE prm-inv-type    TO pt-inv-type(promo-entries)
                   MOVE prm-area        TO pt-area(promo-entries)
                   MOVE prm-group-ref   TO pt-group-ref(promo-entries)
                   MOVE prm-start-date  TO pt-start-date(promo-entries)
                   MOVE prm-end-date    TO pt-end-date(promo-entries)
                   MOVE prm-disc-pct    TO pt-disc-pct(promo-entries)
                   MOVE prm-promo-price
                       TO pt-promo-price(promo-entries)
               END-IF
           END-PERFORM

           CLOSE promo-file.

       Load-Promotions-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Test-Promotion checks the promotion at promo-ix   *
      *  against the line and keeps it when it is eligible   *
      *  and beats the best price found so far.               *
      *                                                  *
      ****************************************************

       Test-Promotion SECTION.

           IF  prmo-order-date < pt-start-date(promo-ix)
                   OR prmo-order-date > pt-end-date(promo-ix)
               GO TO Test-Promotion-Exit
           END-IF

           IF  pt-item-code(promo-ix) NOT = SPACES
               IF  pt-item-code(promo-ix) NOT = prmo-item-code
                   GO TO Test-Promotion-Exit
               END-IF
           ELSE
               IF  prmo-inv-type = SPACES
                       OR pt-inv-type(promo-ix) NOT = prmo-inv-type
                   GO TO Test-Promotion-Exit
               END-IF
           END-IF

           IF  pt-area(promo-ix) NOT = SPACES
                   AND pt-area(promo-ix) NOT = prmo-area
               GO TO Test-Promotion-Exit
           END-IF
           IF  pt-group-ref(promo-ix) NOT = SPACES
                   AND pt-group-ref(promo-ix) NOT = prmo-group-ref
               GO TO Test-Promotion-Exit
           END-IF

           IF  pt-promo-price(promo-ix) > 0
               MOVE pt-promo-price(promo-ix) TO candidate-price
           ELSE
               COMPUTE candidate-price ROUNDED =
                   prmo-list-price
                       * (1 - (pt-disc-pct(promo-ix) / 100))
           END-IF

           IF  candidate-price < prmo-price
               MOVE candidate-price TO prmo-price
               MOVE pt-code(promo-ix) TO prmo-code
           END-IF.

       Test-Promotion-Exit.
           EXIT.
