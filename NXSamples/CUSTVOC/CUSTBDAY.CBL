      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared business-day lookup.  Every program that has to know  *
      * whether the office and the bank are open on a date asks      *
      * here: custdue rolls a due date that lands on a weekend or    *
      * holiday forward to the next working day, the direct-debit    *
      * run does the same for its collection date, the standing-     *
      * order generator and the consolidated-invoice run check that  *
      * today is a working day before they act, and custlate counts  *
      * days late in working days for the terms that are quoted that *
      * way.  Monday to Friday are working days and Saturday and     *
      * Sunday are not, except where bizcal.ism says otherwise -- a  *
      * holiday record closes a weekday, a working-day record opens  *
      * a weekend day.  The calendar is read into storage on the     *
      * first call of the run unit; a site that has never loaded it  *
      * simply gets the plain Monday-to-Friday week.                 *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      * This demonstration program is provided for use by users of   *
      * Rocket Software products and may be used, modified and       *
      * distributed as part of your application provided that you    *
      * properly acknowledge the copyright of Rocket Software in     *
      * this material.                                               *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custbday.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT bizcal-file ASSIGN "bizcal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cal-date
           ACCESS IS DYNAMIC
           FILE STATUS IS cal-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  bizcal-file.
           COPY "bizcal.cpy".

       WORKING-STORAGE SECTION.

       01  cal-status                  PIC XX.
           88  cal-file-ok             VALUE "00".
           88  cal-file-eof            VALUE "10".
           88  cal-file-not-found      VALUE "35".

      *  The calendar's exceptions, in date order, held for the
      *  life of the run unit -- custdue is called once per order
      *  line, so the file is read once rather than once per call.
      *  1000 entries is a good many years of holidays; a calendar
      *  that outgrows it simply stops honouring the latest dates
      *  until the old years are deleted from the deck.
       01  cal-table.
           03  cal-tab-entry           OCCURS 1000.
               05  cal-tab-date        PIC 9(8).
               05  cal-tab-type        PIC X.
                   88  cal-tab-holiday     VALUE "H".
                   88  cal-tab-working     VALUE "W".
       78  cal-table-size                  VALUE 1000.
       77  cal-entries                 PIC 9(4) COMP.
       77  cal-ix                      PIC 9(4) COMP.

       77  cal-loaded-switch           PIC X VALUE "N".
           88  cal-loaded                  VALUE "Y".

      *  check-julian / check-date / check-weekday describe the one
      *  day Test-Working-Day is asked about.  check-weekday runs
      *  0 for Monday through 6 for Sunday -- day 1 of the integer
      *  date calendar, 1 January 1601, was a Monday.
       77  check-julian                PIC 9(7) COMP.
       77  check-date                  PIC 9(8).
       77  check-weekday               PIC 9 COMP.
           88  check-weekend               VALUE 5 6.
       77  check-working-switch        PIC X.
           88  check-working-day           VALUE "Y".

      *  A year of consecutive non-working days would mean a
      *  calendar keyed in wrongly; the roll stops there rather
      *  than loop for ever.
       78  max-roll-days                   VALUE 366.
       77  roll-days                   PIC 9(4) COMP.

       77  from-julian                 PIC 9(7) COMP.
       77  to-julian                   PIC 9(7) COMP.
       77  span-days                   PIC 9(7) COMP.
       77  full-weeks                  PIC 9(7) COMP.

       LINKAGE SECTION.

       01  bday-function               PIC X.
           88  bday-roll-forward           VALUE "R".
           88  bday-count-days             VALUE "C".
       01  bday-from-date              PIC 9(8).
       01  bday-to-date                PIC 9(8).
       01  bday-result-date            PIC 9(8).
       01  bday-day-count              PIC S9(7) COMP.

      ****************************************************
      *                                                  *
      *  "R" returns in bday-result-date the first working *
      *  day on or after bday-from-date.  "C" returns in     *
      *  bday-day-count the working days after              *
      *  bday-from-date up to and including bday-to-date    *
      *  -- zero when bday-to-date is not the later date.   *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING bday-function, bday-from-date,
                                 bday-to-date, bday-result-date,
                                 bday-day-count.

       Main-Process SECTION.

           IF  NOT cal-loaded
               PERFORM Load-Calendar
           END-IF

           MOVE bday-from-date TO bday-result-date
           MOVE 0 TO bday-day-count
           IF  bday-from-date < 16010101
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN bday-roll-forward
                   PERFORM Roll-Forward
               WHEN bday-count-days
                   PERFORM Count-Working-Days
           END-EVALUATE.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Reads bizcal.ism into cal-table in date order.    *
      *                                                  *
      ****************************************************

       Load-Calendar SECTION.

           SET cal-loaded TO TRUE
           MOVE 0 TO cal-entries

           OPEN INPUT bizcal-file
           IF  NOT cal-file-ok
               GO TO Load-Calendar-Exit
           END-IF

           PERFORM UNTIL cal-file-eof OR cal-entries = cal-table-size
               READ bizcal-file NEXT RECORD
                   AT END
                       SET cal-file-eof TO TRUE
               END-READ
               IF  NOT cal-file-eof
                   IF  cal-holiday OR cal-working-day
                       ADD 1 TO cal-entries
                       MOVE cal-date TO cal-tab-date(cal-entries)
                       MOVE cal-type TO cal-tab-type(cal-entries)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE bizcal-file.

       Load-Calendar-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Roll-Forward SECTION.

           COMPUTE check-julian =
               FUNCTION INTEGER-OF-DATE(bday-from-date)
           PERFORM Test-Working-Day
           MOVE 0 TO roll-days
           PERFORM UNTIL check-working-day OR roll-days = max-roll-days
               ADD 1 TO check-julian
               ADD 1 TO roll-days
               PERFORM Test-Working-Day
           END-PERFORM
           IF  check-working-day
               MOVE check-date TO bday-result-date
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Counts the Monday-to-Friday days in the span a     *
      *  whole week at a time, then adjusts for each        *
      *  calendar exception that falls inside it -- one      *
      *  pass over the table, however long the span.        *
      *                                                  *
      ****************************************************

       Count-Working-Days SECTION.

           IF  bday-to-date NOT > bday-from-date
               GO TO Count-Working-Days-Exit
           END-IF

           COMPUTE from-julian =
               FUNCTION INTEGER-OF-DATE(bday-from-date)
           COMPUTE to-julian =
               FUNCTION INTEGER-OF-DATE(bday-to-date)
           COMPUTE span-days = to-julian - from-julian
           DIVIDE span-days BY 7 GIVING full-weeks
           COMPUTE bday-day-count = full-weeks * 5

           COMPUTE check-julian = from-julian + full-weeks * 7 + 1
           PERFORM UNTIL check-julian > to-julian
               COMPUTE check-weekday =
                   FUNCTION MOD(check-julian - 1, 7)
               IF  NOT check-weekend
                   ADD 1 TO bday-day-count
               END-IF
               ADD 1 TO check-julian
           END-PERFORM

           PERFORM VARYING cal-ix FROM 1 BY 1
                   UNTIL cal-ix > cal-entries
               IF  cal-tab-date(cal-ix) > bday-from-date AND
                   cal-tab-date(cal-ix) NOT > bday-to-date
                   COMPUTE check-julian =
                       FUNCTION INTEGER-OF-DATE(cal-tab-date(cal-ix))
                   COMPUTE check-weekday =
                       FUNCTION MOD(check-julian - 1, 7)
                   IF  cal-tab-holiday(cal-ix) AND NOT check-weekend
                       SUBTRACT 1 FROM bday-day-count
                   END-IF
                   IF  cal-tab-working(cal-ix) AND check-weekend
                       ADD 1 TO bday-day-count
                   END-IF
               END-IF
           END-PERFORM.

       Count-Working-Days-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sets check-working-day for the day check-julian,   *
      *  leaving its date in check-date.                    *
      *                                                  *
      ****************************************************

       Test-Working-Day SECTION.

           COMPUTE check-date = FUNCTION DATE-OF-INTEGER(check-julian)
           COMPUTE check-weekday = FUNCTION MOD(check-julian - 1, 7)
           IF  check-weekend
               MOVE "N" TO check-working-switch
           ELSE
               MOVE "Y" TO check-working-switch
           END-IF

           PERFORM VARYING cal-ix FROM 1 BY 1
                   UNTIL cal-ix > cal-entries
                      OR cal-tab-date(cal-ix) NOT < check-date
               CONTINUE
           END-PERFORM
           IF  cal-ix NOT > cal-entries
               IF  cal-tab-date(cal-ix) = check-date
                   IF  cal-tab-holiday(cal-ix)
                       MOVE "N" TO check-working-switch
                   ELSE
                       MOVE "Y" TO check-working-switch
                   END-IF
               END-IF
           END-IF.
           EXIT.
