       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  CALL "custpost" interface -- the shared postal address
      *  check (see CUSTPOST.CBL).
       77  addr-postal                 PIC X(10).
       77  addr-city                   PIC X(15).
       77  addr-state                  PIC X(2).
       77  addr-check-result           PIC X.
           88  addr-code-unknown           VALUE "U".
           88  addr-state-wrong            VALUE "S".
           88  addr-city-wrong             VALUE "C".
       77  addr-ref-city               PIC X(15).
       77  addr-ref-state              PIC X(2).

       LINKAGE SECTION.

	    COPY "ds-call.cpy".
      ****************************************************
      *                                                  *
      *  Add-Ship-To files a new delivery address against  *
      *  the current customer.  The address must pass the   *
      *  shared custpost check first -- a postal code that     *
      *  does not exist or belongs to another state is refused  *
      *  (the destination tax is worked from it), and a city     *
      *  that does not match is filed with a warning naming the   *
      *  code's own city.                                          *
      *                                                  *
      ****************************************************

               goback
           END-IF

           MOVE VOC-C-SHP-POSTAL TO addr-postal
           MOVE VOC-C-SHP-CITY   TO addr-city
           MOVE VOC-C-SHP-STATE  TO addr-state
           CALL "custpost" USING addr-postal, addr-city, addr-state,
                                 addr-check-result, addr-ref-city,
                                 addr-ref-state
           END-CALL
           IF  addr-code-unknown
               DISPLAY "POSTAL CODE " addr-postal " DOES NOT EXIST "
                   "-- SHIP-TO NOT SAVED"
               goback
           END-IF
           IF  addr-state-wrong
               DISPLAY "POSTAL CODE " addr-postal " IS IN "
                   addr-ref-city " " addr-ref-state
                   " -- SHIP-TO NOT SAVED"
               goback
           END-IF
           IF  addr-city-wrong
               DISPLAY "POSTAL CODE " addr-postal " IS FOR "
                   addr-ref-city " -- CHECK THE SHIP-TO CITY"
           END-IF

           PERFORM Open-Shipto-File

           MOVE SPACES TO shipto-record
