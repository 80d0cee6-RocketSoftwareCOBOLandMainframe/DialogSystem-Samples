           03  terms-code              PIC X(3).
           03  terms-name              PIC X(15).
           03  terms-days              PIC 9(3).
      *  terms-day-basis says how the term's days are counted once
      *  the balance is late.  Blank (every record written before
      *  the field existed) or "C" is calendar days; "W" counts days
      *  late in working days off the business-day calendar.  The
      *  due date itself always rolls forward off a weekend or
      *  holiday, whatever the basis.
           03  terms-day-basis         PIC X.
               88  terms-calendar-days     VALUE " " "C".
               88  terms-working-days      VALUE "W".
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(9).
