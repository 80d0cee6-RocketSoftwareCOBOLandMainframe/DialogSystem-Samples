       77  aud-after-image             PIC X(80).
       77  array-ind                   PIC 9(4) COMP.

      *  CALL "custpost" interface -- the shared postal address
      *  check (see CUSTPOST.CBL).
       77  addr-check-result           PIC X.
           88  addr-code-unknown           VALUE "U".
           88  addr-state-wrong            VALUE "S".
           88  addr-city-wrong             VALUE "C".
       77  addr-ref-city               PIC X(15).
       77  addr-ref-state              PIC X(2).

       LINKAGE SECTION.

	    COPY "ds-call.cpy".
      *  Approve-Account releases the picked account to    *
      *  cust.ism -- live, orderable, under the code         *
      *  VOCLOAD assigned it when it was keyed -- with its    *
      *  requested limit granted.  Its address has to pass    *
      *  the shared custpost check as VOCSAVE's does -- an      *
      *  account queued before the postal reference was loaded   *
      *  is stopped here until the address is corrected.          *
      *                                                  *
      ****************************************************

               goback
           END-IF

           CALL "custpost" USING pnd-c-postal, pnd-c-city, pnd-c-state,
                                 addr-check-result, addr-ref-city,
                                 addr-ref-state
           END-CALL
           IF  addr-code-unknown
               DISPLAY "POSTAL CODE " pnd-c-postal " DOES NOT EXIST "
                   "-- ACCOUNT NOT RELEASED"
               CLOSE pendcust-file
               goback
           END-IF
           IF  addr-state-wrong
               DISPLAY "POSTAL CODE " pnd-c-postal " IS IN "
                   addr-ref-city " " addr-ref-state
                   " -- ACCOUNT NOT RELEASED"
               CLOSE pendcust-file
               goback
           END-IF
           IF  addr-city-wrong
               DISPLAY "POSTAL CODE " pnd-c-postal " IS FOR "
                   addr-ref-city " -- CHECK THE ACCOUNT'S CITY"
           END-IF

           MOVE SPACES TO customer-record
           MOVE pnd-c-code    TO file-c-code
           MOVE pnd-c-name    TO file-c-name
