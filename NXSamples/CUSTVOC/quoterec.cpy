      * same product master Select-Inventory-Item uses, without       *
      * drawing stock down), the printed quote document, and the      *
      * one-keystroke conversion of an accepted quote into a real     *
      * order-file record.  A quote past its expiry is marked         *
      * expired by the nightly CUSTQEXP.CBL sweep; one the customer   *
      * placed elsewhere is marked lost in VOCQUOT with the reason    *
      * and the competitor; CUSTQPIP.CBL reports the monthly          *
      * pipeline off the outcomes.                                    *
      *                                                               *
      *****************************************************************
       01  quote-record.
           03  quo-status              PIC X.
               88  quote-open              VALUE "O".
               88  quote-accepted          VALUE "A".
               88  quote-lost              VALUE "L".
               88  quote-expired           VALUE "X".
      *  quo-close-date is the day the quote stopped being open --
      *  converted, reported lost, or (for an expired quote) its
      *  quo-expiry.  Quotes closed before the field existed carry
      *  spaces here.
           03  quo-close-date          PIC 9(8).
      *  quo-lost-reason and quo-competitor are keyed in VOCQUOT when
      *  a quote is marked lost -- see Lose-Quote.
           03  quo-lost-reason         PIC XX.
               88  lost-on-price           VALUE "PR".
               88  lost-on-lead-time       VALUE "LT".
               88  lost-on-specification   VALUE "SP".
               88  lost-no-response        VALUE "NR".
               88  lost-project-cancelled  VALUE "CX".
               88  lost-other-reason       VALUE "OT".
               88  lost-reason-valid       VALUE "PR" "LT" "SP"
                                                 "NR" "CX" "OT".
           03  quo-competitor          PIC X(10).
