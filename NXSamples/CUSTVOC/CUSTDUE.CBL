      * all come back as net-30 -- the terms every account was       *
      * effectively on before the code existed, so nothing ages      *
      * differently until a longer term is deliberately granted.     *
      * A due date that lands on a weekend or a holiday moves to the *
      * next working day off the shared custbday calendar lookup --  *
      * nothing can be paid on a day the bank is shut.               *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
       78  default-terms-days              VALUE 30.
       77  due-terms-days              PIC 9(3) COMP.
       77  due-julian                  PIC 9(7) COMP.
       77  due-raw-date                PIC 9(8).
       77  due-bday-function           PIC X VALUE "R".
       77  due-bday-count              PIC S9(7) COMP.

       LINKAGE SECTION.

      *  Looks due-terms-code up on termmast-file (net-30  *
      *  when blank, unknown, or the master has never been  *
      *  loaded) and returns due-order-date plus the        *
      *  term's day count as a full YYYYMMDD date, rolled    *
      *  forward to the next working day where it lands on   *
      *  a weekend or holiday.                               *
      *                                                  *
      ****************************************************

           COMPUTE due-julian =
               FUNCTION INTEGER-OF-DATE(due-order-date)
                   + due-terms-days
           COMPUTE due-raw-date =
               FUNCTION DATE-OF-INTEGER(due-julian)
           CALL "custbday" USING due-bday-function, due-raw-date,
                                 due-order-date, due-due-date,
                                 due-bday-count.

           GOBACK.
