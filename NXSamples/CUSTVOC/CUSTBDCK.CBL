      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Business-day check for the nightly chain.  custnite.sh asks  *
      * this, through the return code, what kind of night it is      *
      * before it runs anything, so the working-day steps follow the *
      * same shared custbday calendar the programs use:              *
      *                                                              *
      *   custbdck W  -- return code 0 when today is a working day,  *
      *                  4 when it is a weekend day or a holiday     *
      *                  (the steps that only run on a working day   *
      *                  move to the next one)                       *
      *   custbdck L  -- return code 0 when today is the last        *
      *                  working day of its month, 4 otherwise (the  *
      *                  month-end catch-up runs that night)         *
      *                                                              *
      * Either way one line naming the next working day goes to the  *
      * log.                                                         *
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
       PROGRAM-ID. custbdck.

       ENVIRONMENT DIVISION.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  run-mode                    PIC X.
           88  working-day-mode        VALUE "W" " ".
           88  last-working-day-mode   VALUE "L".

       01  today-yyyymmdd              PIC 9(8).
       01  today-parts REDEFINES today-yyyymmdd.
           03  today-yyyy              PIC 9(4).
           03  today-mm                PIC 99.
           03  today-dd                PIC 99.
       77  today-julian                PIC 9(7) COMP.

       77  tomorrow-yyyymmdd           PIC 9(8).
       01  next-working-date           PIC 9(8).
       01  next-working-parts REDEFINES next-working-date.
           03  next-working-yyyy       PIC 9(4).
           03  next-working-mm         PIC 99.
           03  next-working-dd         PIC 99.
       77  bday-function               PIC X VALUE "R".
       77  bday-to-date                PIC 9(8) VALUE 0.
       77  bday-day-count              PIC S9(7) COMP.

       77  today-working-switch        PIC X.
           88  today-is-working            VALUE "Y".

       01  check-line.
           03  FILLER                  PIC X(10) VALUE "CUSTBDCK: ".
           03  cl-today                PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  cl-verdict              PIC X(28).
           03  FILLER                  PIC X(19)
                   VALUE "NEXT WORKING DAY ".
           03  cl-next                 PIC 9(8).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE
           IF  NOT working-day-mode AND NOT last-working-day-mode
               DISPLAY "CUSTBDCK: MODE MUST BE W OR L"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           MOVE today-yyyymmdd TO cl-today

           CALL "custbday" USING bday-function, today-yyyymmdd,
                                 bday-to-date, next-working-date,
                                 bday-day-count
           END-CALL
           IF  next-working-date = today-yyyymmdd
               MOVE "Y" TO today-working-switch
           ELSE
               MOVE "N" TO today-working-switch
           END-IF

      *  The next working day after today -- when today is a working
      *  day, rolled from tomorrow.
           IF  today-is-working
               COMPUTE today-julian =
                   FUNCTION INTEGER-OF-DATE(today-yyyymmdd)
               COMPUTE tomorrow-yyyymmdd =
                   FUNCTION DATE-OF-INTEGER(today-julian + 1)
               CALL "custbday" USING bday-function, tomorrow-yyyymmdd,
                                     bday-to-date, next-working-date,
                                     bday-day-count
               END-CALL
           END-IF
           MOVE next-working-date TO cl-next

           EVALUATE TRUE
               WHEN NOT today-is-working
                   MOVE "NOT A WORKING DAY" TO cl-verdict
                   MOVE 4 TO RETURN-CODE
               WHEN last-working-day-mode
                       AND next-working-mm NOT = today-mm
                   MOVE "LAST WORKING DAY OF MONTH" TO cl-verdict
                   MOVE 0 TO RETURN-CODE
               WHEN last-working-day-mode
                   MOVE "WORKING DAY, NOT MONTH END" TO cl-verdict
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "WORKING DAY" TO cl-verdict
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           DISPLAY check-line.
           STOP RUN.
