      * the matching termmast.ism record -- the same deck-and-report *
      * pattern CUSTAMST.CBL uses for the area master -- so putting  *
      * a national account on net-60 is a deck line, not a program   *
      * change in every report that ages a balance.  A "W" in the    *
      * deck's basis column quotes the term's lateness in working    *
      * days rather than calendar days.                              *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           03  td-terms-code            PIC X(3).
           03  td-terms-name            PIC X(15).
           03  td-terms-days            PIC 9(3).
           03  td-terms-basis           PIC X.
               88  td-basis-valid           VALUE " " "C" "W".

       FD  termmast-file.
           COPY "termmast.cpy".
      *  terms code is seen, and logs the outcome to        *
      *  report-file.  A zero day count is refused -- it    *
      *  would make every order due the day it was placed.  *
      *  So is a day basis other than blank, "C" (calendar   *
      *  days) or "W" (days late counted in working days).   *
      *                                                  *
      ****************************************************

               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           IF  NOT td-basis-valid
               MOVE "BAD DAY BASIS -- SKIPPED" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF
           MOVE SPACES TO termmast-record
           MOVE td-terms-code TO terms-code
           MOVE td-terms-name TO terms-name
           MOVE td-terms-days TO terms-days
           MOVE td-terms-basis TO terms-day-basis
           REWRITE termmast-record
               INVALID KEY
                   WRITE termmast-record
