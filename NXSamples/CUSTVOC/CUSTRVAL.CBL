      * revaluation register by currency, and hands the movement to  *
      * the GL feed under its own "RV" posting class (appended to    *
      * glfeed.dat for the ledger's next pick-up).                   *
      * When a revalued balance is later paid, the shared custfxrk   *
      * keeper reverses the movement booked here on the slice paid   *
      * as it records the realized gain or loss -- see CUSTFXRK.CBL. *
      * Each currency's "RV" movement must have ledger accounts on   *
      * the glmap.ism mapping (custglmp); when any does not, the     *
      * whole revaluation is refused and the snapshots left as they  *
      * were, so next month's run books the movement once the        *
      * mapping has been completed.                                  *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           03  gl-class                PIC X(2).
           03  FILLER                  PIC X   VALUE SPACE.
           03  gl-balance              PIC S9(9)V99.
           03  FILLER                  PIC X   VALUE SPACE.
           03  gl-debit-acct           PIC X(12).
           03  FILLER                  PIC X   VALUE SPACE.
           03  gl-credit-acct          PIC X(12).

       FD  report-file.
       01  report-line                 PIC X(132).
       77  first-reval-switch          PIC X.
           88  first-revaluation        VALUE "Y".

       77  feed-company                PIC X(3).
       77  feed-company-name           PIC X(30).
       77  map-found                   PIC X.
       77  unmapped-count              PIC 9(4) COMP VALUE 0.

       01  page-title                  PIC X(40) VALUE
               "FOREIGN-CURRENCY REVALUATION REGISTER".

               END-IF
           END-PERFORM

           PERFORM Check-Reval-Mapping
           IF  unmapped-count = 0
               PERFORM VARYING currency-ind FROM 1 BY 1
                               UNTIL currency-ind > currency-count
                   PERFORM Revalue-One-Currency
               END-PERFORM
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.
           MOVE 0 TO total-movement
           INITIALIZE currency-table
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           CALL "custcomp" USING feed-company, feed-company-name
           END-CALL

           OPEN INPUT order-file
           OPEN I-O fxsnap-file
       Accumulate-Foreign-Balance-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Reval-Mapping looks the "RV" class up on  *
      *  the GL mapping for every currency to be         *
      *  revalued, before anything is fed or any         *
      *  snapshot moves; each one with no ledger         *
      *  accounts is listed on the register.             *
      *                                                  *
      ****************************************************

       Check-Reval-Mapping SECTION.

           PERFORM VARYING currency-ind FROM 1 BY 1
                           UNTIL currency-ind > currency-count
               CALL "custglmp" USING "RV", feed-company, " ",
                                      ct-cur-code(currency-ind),
                                      gl-debit-acct, gl-credit-acct,
                                      map-found
               END-CALL
               IF  map-found = "N"
                   ADD 1 TO unmapped-count
                   MOVE SPACES TO detail-line
                   MOVE ct-cur-code(currency-ind) TO dl-cur
                   MOVE "NO GL MAPPING" TO dl-note
                   MOVE detail-line TO report-line
                   WRITE report-line
               END-IF
           END-PERFORM

           IF  unmapped-count > 0
               DISPLAY "CUSTRVAL: RV CLASS UNMAPPED FOR "
                   unmapped-count " CURRENCIES -- NOTHING REVALUED"
               MOVE 8 TO RETURN-CODE
               MOVE "REVALUATION REFUSED -- COMPLETE THE GL MAPPING"
                   TO report-line
               WRITE report-line
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Revalue-One-Currency compares the currency's       *
           MOVE 0      TO gl-ord-no
           MOVE "RV"   TO gl-class
           MOVE unrealized-movement TO gl-balance
           CALL "custglmp" USING gl-class, feed-company, " ",
                                  ct-cur-code(currency-ind),
                                  gl-debit-acct, gl-credit-acct,
                                  map-found
           END-CALL
           WRITE gl-feed-record.
           EXIT.

