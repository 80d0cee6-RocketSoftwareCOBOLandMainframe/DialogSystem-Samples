       77  heading-company-code        PIC X(3).
       77  heading-company-name        PIC X(30).

       77  days-old                    PIC S9(7) COMP.

      *  cur-terms-code is the terms code off the current customer's
           END-IF

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           MOVE 0 TO bk-current bk-30 bk-60 bk-90 bk-disputed

      *  through the shared custdue lookup.  days-old is      *
      *  days past due; a balance not yet due buckets as       *
      *  CURRENT, so a net-60 account's 40-day-old order       *
      *  no longer reads as a month overdue.  The count comes    *
      *  from the shared custlate lookup -- working days for      *
      *  terms quoted that way, calendar days otherwise.          *
      *                                                  *
      ****************************************************

           END-IF

           IF  ord-due-date NUMERIC AND ord-due-date > 0
               MOVE ord-due-date TO work-due-date
           ELSE
               CALL "custdue" USING cur-terms-code, ord-date,
                                     work-due-date
               END-CALL
           END-IF
           CALL "custlate" USING cur-terms-code, work-due-date,
                                  today-yyyymmdd, days-old
           END-CALL

           EVALUATE TRUE
               WHEN days-old < 0
