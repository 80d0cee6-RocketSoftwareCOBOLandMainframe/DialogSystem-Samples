      * amount still short and how many days late it now is.  A      *
      * missed installment is what puts the account straight back    *
      * on the CUSTDUNN path: the letters only hold while the plan   *
      * is being kept.  An installment due on a weekend or holiday   *
      * is not missed until the next working day has passed too --   *
      * the shared custbday calendar rolls its due date forward the  *
      * same way custdue rolls an order's.                           *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
       77  today-julian                PIC 9(7) COMP.
       77  due-julian                  PIC 9(7) COMP.
       77  days-late                   PIC S9(7) COMP.
       77  effective-due-date          PIC 9(8).
       77  bday-function               PIC X VALUE "R".
       77  bday-to-date                PIC 9(8) VALUE 0.
       77  bday-day-count              PIC S9(7) COMP.
       77  amount-short                PIC S9(9)V99 COMP.
       77  installments-missed         PIC 9(6) COMP.
       77  missed-value                PIC S9(9)V99 COMP.
                       ADD 1 TO run-reads-count
                       IF  installment-open
                               AND pp-due-date < today-yyyymmdd
                           CALL "custbday" USING bday-function,
                                   pp-due-date, bday-to-date,
                                   effective-due-date, bday-day-count
                           END-CALL
                           IF  effective-due-date < today-yyyymmdd
                               PERFORM Mark-One-Missed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *  for the whole account -- and prints the worklist     *
      *  line with the amount still short.  Late cash         *
      *  through custplnk still fills it and marks it paid.   *
      *  Days late run from the working day the installment   *
      *  was effectively due.                                  *
      *                                                  *
      ****************************************************

           END-REWRITE

           COMPUTE due-julian =
               FUNCTION INTEGER-OF-DATE(effective-due-date)
           COMPUTE days-late = today-julian - due-julian
           COMPUTE amount-short = pp-amount - pp-paid-amount

