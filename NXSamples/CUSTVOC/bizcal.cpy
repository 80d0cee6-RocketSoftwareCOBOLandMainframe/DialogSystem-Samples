      *****************************************************************
      *                                                               *
      * Shared copy of the business-day calendar record layout.       *
      * bizcal.ism holds the company's exceptions to the working      *
      * week -- every public holiday and shutdown day the bank and    *
      * the office are closed (cal-holiday), and any Saturday or      *
      * Sunday worked as a normal day (cal-working-day).  Every other *
      * Monday to Friday is a working day and every other weekend     *
      * day is not.  The file is per company by construction, like    *
      * every .ism the suite keeps, and is loaded from the            *
      * caldef.dat deck by CUSTCALM.CBL.  Nothing reads it directly:  *
      * the shared custbday lookup (CUSTBDAY.CBL) answers every       *
      * working-day question -- rolling a due or collection date      *
      * forward, and counting days late in working days.              *
      *                                                               *
      *****************************************************************
       01  bizcal-record.
           03  cal-date                PIC 9(8).
           03  cal-type                PIC X.
               88  cal-holiday             VALUE "H".
               88  cal-working-day         VALUE "W".
           03  cal-name                PIC X(20).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
