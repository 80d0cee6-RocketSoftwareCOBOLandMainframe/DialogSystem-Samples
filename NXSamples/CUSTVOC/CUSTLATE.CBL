      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared days-late computation.  The aging report and the      *
      * dunning run ask here how many days late a balance is on a    *
      * given date: the calendar days since the due date for most    *
      * terms, or the working days since it -- counted off the       *
      * shared custbday business-day calendar -- for the terms       *
      * termmast.ism marks as quoted in working days, so a customer  *
      * on "ten working days" is not chased over a bank holiday      *
      * weekend.  A balance not yet due comes back zero or negative  *
      * in calendar days whatever its terms, exactly as the callers  *
      * computed it before.  A blank or unknown terms code, or a     *
      * site that has never loaded the master, counts calendar days. *
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
       PROGRAM-ID. custlate.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT termmast-file ASSIGN "termmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS terms-code
           ACCESS IS DYNAMIC
           FILE STATUS IS terms-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  termmast-file.
           COPY "termmast.cpy".

       WORKING-STORAGE SECTION.

       01  terms-status                PIC XX.
           88  terms-file-ok           VALUE "00".
           88  terms-file-not-found    VALUE "35".

      *  The same once-per-run-unit open custdue makes -- custlate
      *  is called once per order line too.
       77  terms-file-opened-switch    PIC X VALUE "N".
           88  terms-file-opened           VALUE "Y".
       77  terms-file-missing-switch   PIC X VALUE "N".
           88  terms-file-missing          VALUE "Y".

       77  late-basis-switch           PIC X.
           88  late-in-working-days        VALUE "W".

       77  late-bday-function          PIC X VALUE "C".
       77  late-bday-result            PIC 9(8).

       LINKAGE SECTION.

       01  late-terms-code             PIC X(3).
       01  late-due-date               PIC 9(8).
       01  late-as-of-date             PIC 9(8).
       01  late-days                   PIC S9(7) COMP.

      ****************************************************
      *                                                  *
      *  Returns in late-days how far late-as-of-date is    *
      *  past late-due-date, in the day basis of             *
      *  late-terms-code.                                   *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING late-terms-code, late-due-date,
                                 late-as-of-date, late-days.

       Main-Process SECTION.

           IF  NOT terms-file-opened AND NOT terms-file-missing
               OPEN INPUT termmast-file
               IF  terms-file-not-found
                   SET terms-file-missing TO TRUE
               ELSE
                   SET terms-file-opened TO TRUE
               END-IF
           END-IF

           MOVE "C" TO late-basis-switch
           IF  late-terms-code NOT = SPACES AND terms-file-opened
               MOVE late-terms-code TO terms-code
               READ termmast-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  terms-working-days
                           MOVE "W" TO late-basis-switch
                       END-IF
               END-READ
           END-IF

           IF  late-in-working-days AND
               late-as-of-date > late-due-date
               CALL "custbday" USING late-bday-function,
                                     late-due-date, late-as-of-date,
                                     late-bday-result, late-days
           ELSE
               COMPUTE late-days =
                   FUNCTION INTEGER-OF-DATE(late-as-of-date)
                 - FUNCTION INTEGER-OF-DATE(late-due-date)
           END-IF.

           GOBACK.
