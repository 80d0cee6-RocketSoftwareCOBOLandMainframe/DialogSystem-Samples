      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Promotion master maintenance utility.  Reads promotion       *
      * records from promodef.dat and adds, replaces or deletes the  *
      * matching promo.ism record -- the same deck-and-report        *
      * pattern CUSTTMST.CBL uses for the payment-terms master -- so *
      * marketing's "10% off the type in the South area for March"   *
      * is a deck line the order paths apply by themselves, not a    *
      * lower price operators have to remember to key.  Action "A"   *
      * adds or replaces the promotion, "D" deletes it.              *
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
       PROGRAM-ID. custpmst.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT promo-deck-file ASSIGN "promodef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT promo-file ASSIGN "promo.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prm-code
           ACCESS IS DYNAMIC
           FILE STATUS IS promo-status.

           SELECT report-file ASSIGN "custpmst.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  promo-deck-file.
       01  promo-deck-record.
           03  pd-action                PIC X.
               88  pd-add                   VALUE "A".
               88  pd-delete                VALUE "D".
           03  pd-code                  PIC X(6).
           03  pd-desc                  PIC X(30).
           03  pd-item-code             PIC X(4).
           03  pd-inv-type              PIC X(14).
           03  pd-area                  PIC X.
           03  pd-group-ref             PIC X(8).
           03  pd-start-date            PIC 9(8).
           03  pd-end-date              PIC 9(8).
           03  pd-disc-pct              PIC 9(2)V99.
           03  pd-promo-price           PIC 9(5)V99.

       FD  promo-file.
           COPY "promorec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  promo-status                PIC XX.
           88  promo-file-ok           VALUE "00".
           88  promo-file-not-found    VALUE "35".

      *  check-date is the date Validate-Deck-Date is asked about;
      *  the round trip through the integer date catches 31 April
      *  and 29 February in a year that has none.
       01  check-date                  PIC 9(8).
       01  check-date-parts REDEFINES check-date.
           03  check-yyyy              PIC 9(4).
           03  check-mm                PIC 99.
           03  check-dd                PIC 99.
       77  check-julian                PIC 9(7) COMP.
       77  check-round-trip            PIC 9(8).
       77  date-valid-switch           PIC X.
           88  date-valid                  VALUE "Y".

       01  result-line.
           03  FILLER                  PIC X(6) VALUE "PROMO ".
           03  rl-code                 PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-start                PIC X(8).
           03  FILLER                  PIC X VALUE "-".
           03  rl-end                  PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-desc                 PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(30).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           PERFORM UNTIL deck-file-eof
               READ promo-deck-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Promotion-Update
               END-READ
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           OPEN INPUT promo-deck-file
           OPEN I-O promo-file
           IF  promo-file-not-found
               OPEN OUTPUT promo-file
               CLOSE promo-file
               OPEN I-O promo-file
           END-IF
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Promotion-Update adds, replaces or deletes  *
      *  the promo-file record for pd-code and logs the     *
      *  outcome to report-file.  An add is refused when it  *
      *  covers nothing (no item and no inv-type), when its   *
      *  window is not two real dates in order, or when it    *
      *  offers no deal -- no promotional price and no         *
      *  discount, or a discount of the whole price.           *
      *                                                  *
      ****************************************************

       Apply-Promotion-Update SECTION.

           MOVE pd-code       TO rl-code
           MOVE pd-start-date TO rl-start
           MOVE pd-end-date   TO rl-end
           MOVE pd-desc       TO rl-desc

           IF  pd-code = SPACES
               MOVE "NO PROMOTION CODE -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  pd-delete
               MOVE pd-code TO prm-code
               DELETE promo-file
                   INVALID KEY
                       MOVE "NOT ON FILE" TO rl-result
                   NOT INVALID KEY
                       MOVE "PROMOTION DELETED" TO rl-result
               END-DELETE
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  NOT pd-add
               MOVE "BAD ACTION -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  pd-item-code = SPACES AND pd-inv-type = SPACES
               MOVE "NO ITEM OR TYPE -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE pd-start-date TO check-date
           PERFORM Validate-Deck-Date
           IF  date-valid
               MOVE pd-end-date TO check-date
               PERFORM Validate-Deck-Date
           END-IF
           IF  NOT date-valid OR pd-end-date < pd-start-date
               MOVE "BAD DATE WINDOW -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  pd-disc-pct NOT NUMERIC OR pd-promo-price NOT NUMERIC
               MOVE "BAD DEAL -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  (pd-promo-price = 0 AND pd-disc-pct = 0)
                   OR pd-disc-pct NOT < 100
               MOVE "BAD DEAL -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO promo-record
           MOVE pd-code        TO prm-code
           MOVE pd-desc        TO prm-desc
           MOVE pd-item-code   TO prm-item-code
           MOVE pd-inv-type    TO prm-inv-type
           MOVE pd-area        TO prm-area
           MOVE pd-group-ref   TO prm-group-ref
           MOVE pd-start-date  TO prm-start-date
           MOVE pd-end-date    TO prm-end-date
           MOVE pd-disc-pct    TO prm-disc-pct
           MOVE pd-promo-price TO prm-promo-price
           REWRITE promo-record
               INVALID KEY
                   WRITE promo-record
                       INVALID KEY
                           MOVE "WRITE FAILED" TO rl-result
                       NOT INVALID KEY
                           MOVE "PROMOTION ADDED" TO rl-result
                   END-WRITE
               NOT INVALID KEY
                   MOVE "PROMOTION REPLACED" TO rl-result
           END-REWRITE
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Validate-Deck-Date SECTION.

           MOVE "N" TO date-valid-switch
           IF  check-date NOT NUMERIC OR check-yyyy < 1601
                   OR check-mm < 1 OR check-mm > 12
                   OR check-dd < 1 OR check-dd > 31
               EXIT SECTION
           END-IF
           COMPUTE check-julian = FUNCTION INTEGER-OF-DATE(check-date)
           COMPUTE check-round-trip =
               FUNCTION DATE-OF-INTEGER(check-julian)
           IF  check-round-trip = check-date
               MOVE "Y" TO date-valid-switch
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Result-Line SECTION.

           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE promo-deck-file
           CLOSE promo-file
           CLOSE report-file.
           EXIT.
