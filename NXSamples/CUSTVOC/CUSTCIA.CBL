      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared cash-in-advance keeper.  Every path that posts        *
      * customer cash -- Record-Payment in VOCOK.CBL and the         *
      * CUSTCASH batch poster alike -- CALLs here with the customer, *
      * the order, the amount and the date.  When the order is       *
      * waiting on a pro-forma (proforma.ism) the cash is added to   *
      * what has been paid against it, and once the pro-forma is     *
      * covered it is closed as paid up and the release flag comes   *
      * back "Y" so the caller can set ord-cia-status and let the    *
      * order onto the pick list.  Cash on a pro-forma CUSTPFEX has  *
      * already expired still releases the order -- the customer     *
      * has paid, only the reserved stock has gone back.  A site     *
      * with no pro-formas simply posts as it always did.            *
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
       PROGRAM-ID. custcia.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT proforma-file ASSIGN "proforma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pf-no
           ALTERNATE RECORD KEY IS pf-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS pf-status-code
           lock MODE IS AUTOMATIC.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  proforma-file.
           COPY "proforma.cpy".

       WORKING-STORAGE SECTION.

       01  pf-status-code              PIC XX.
           88  pf-file-ok              VALUE "00".
           88  pf-file-not-found       VALUE "35".

       77  pf-eof-switch               PIC X VALUE "N".
           88  pf-eof                  VALUE "Y".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  pf-no-display               PIC 9(6).
       77  amount-display              PIC 9(9)V99.

       LINKAGE SECTION.

       01  cia-c-code                  PIC X(5).
       01  cia-ord-no                  PIC 9(6).
       01  cia-amount                  PIC 9(7)V99 COMP.
       01  cia-date                    PIC 9(8).
      *  cia-release-flag comes back "Y" when this cash paid the
      *  order's pro-forma up -- "N" otherwise.
       01  cia-release-flag            PIC X.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING cia-c-code, cia-ord-no,
                                cia-amount, cia-date,
                                cia-release-flag.

       Main-Process SECTION.

           MOVE "N" TO cia-release-flag
           OPEN I-O proforma-file
           IF  pf-file-not-found
               GOBACK
           END-IF

           MOVE "N" TO pf-eof-switch
           MOVE cia-ord-no TO pf-ord-no
           START proforma-file KEY IS EQUAL TO pf-ord-no
               INVALID KEY
                   SET pf-eof TO TRUE
           END-START

           PERFORM UNTIL pf-eof
               READ proforma-file NEXT RECORD
                   AT END
                       SET pf-eof TO TRUE
               END-READ
               IF  NOT pf-eof
                   IF  pf-ord-no NOT = cia-ord-no
                       SET pf-eof TO TRUE
                   ELSE
                       IF  pf-open OR pf-expired
                           PERFORM Apply-Cash-To-Proforma
                           SET pf-eof TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE proforma-file.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Apply-Cash-To-Proforma adds the cash to what    *
      *  has been paid against the pro-forma and, once   *
      *  it is covered, closes it as paid up and hands   *
      *  the release back to the caller.                 *
      *                                                  *
      ****************************************************

       Apply-Cash-To-Proforma SECTION.

           ADD cia-amount TO pf-paid
           IF  pf-paid >= pf-amount
               SET pf-paid-up TO TRUE
               MOVE cia-date TO pf-close-date
               MOVE "Y" TO cia-release-flag
           END-IF
           REWRITE proforma-record
               INVALID KEY
                   MOVE "N" TO cia-release-flag
                   EXIT SECTION
           END-REWRITE

           IF  cia-release-flag = "Y"
               MOVE SPACES TO aud-before-image aud-after-image
               MOVE pf-no TO pf-no-display
               STRING "PRO-FORMA " pf-no-display " ORDER "
                      cia-ord-no
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE pf-paid TO amount-display
               STRING "PAID UP " amount-display
                      " -- RELEASED TO PICK"
                   DELIMITED BY SIZE INTO aud-after-image
               CALL "custaud" USING "CIA-RELEASE", cia-c-code,
                                     aud-before-image,
                                     aud-after-image
               END-CALL
           END-IF.
           EXIT.
