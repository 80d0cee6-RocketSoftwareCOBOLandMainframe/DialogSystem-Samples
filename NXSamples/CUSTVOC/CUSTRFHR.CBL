      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Refund-hold release utility.  Reads customer codes from      *
      * rfdrel.dat and lifts the refund hold the CUSTFRAL alert run  *
      * put on each in rfdhold.ism, once the account change behind   *
      * the alert has been verified with the customer.  A release is *
      * a manager/supervisor action, and never by the operator who   *
      * made the change -- the same deck-and-report pattern and the  *
      * same refusal logging CUSTHOLD uses for a credit hold.  Every *
      * release is written to the audit trail.                       *
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
       PROGRAM-ID. custrfhr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT release-file ASSIGN "rfdrel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS release-status.

           SELECT rfdhold-file ASSIGN "rfdhold.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rh-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS hold-status.

           SELECT report-file ASSIGN "custrfhr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  release-file.
       01  release-record.
           03  rr-c-code                PIC X(5).

       FD  rfdhold-file.
           COPY "rfdhldrc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  release-status              PIC XX.
           88  release-file-ok         VALUE "00".
           88  release-file-eof        VALUE "10".

       01  hold-status                 PIC XX.
           88  hold-file-ok            VALUE "00".
           88  hold-file-not-found     VALUE "35".
      *  Nothing has ever been held when CUSTFRAL has not yet
      *  created rfdhold.ism -- every deck line says so.
       77  holds-on-file-switch        PIC X VALUE "Y".
           88  holds-on-file           VALUE "Y".

      *  The role is looked up once per run through the shared
      *  custrole lookup.
       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
       77  release-auth-switch         PIC X VALUE "N".
           88  release-authorized       VALUE "Y".
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       01  today-yyyymmdd              PIC 9(8).

      *  Run with "E" on the command line the utility is an edit
      *  pass: every deck record is validated and the report shows
      *  exactly what would change, but nothing is committed.
       77  run-mode                    PIC X.
           88  edit-pass               VALUE "E".

       01  result-line.
           03  FILLER                  PIC X(8) VALUE "CUSTOMER".
           03  FILLER                  PIC X VALUE SPACE.
           03  rl-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(50).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           ACCEPT run-mode FROM COMMAND-LINE

           PERFORM Program-Initialize

           PERFORM UNTIL release-file-eof
               READ release-file
                   AT END
                       SET release-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Hold-Release
               END-READ
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role = "S" OR acting-role = "M"
               MOVE "Y" TO release-auth-switch
           END-IF
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT release-file
           IF  edit-pass
               OPEN INPUT rfdhold-file
           ELSE
               OPEN I-O rfdhold-file
           END-IF
           IF  hold-file-not-found
               MOVE "N" TO holds-on-file-switch
           END-IF
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Apply-Hold-Release reads the hold for rr-c-code     *
      *  and marks it released with the releasing manager     *
      *  and the date, logging the outcome to report-file.     *
      *                                                  *
      ****************************************************

       Apply-Hold-Release SECTION.

           MOVE SPACES    TO rl-result
           MOVE rr-c-code TO rl-c-code

           IF  NOT holds-on-file
               MOVE "NO REFUND HOLDS ON FILE" TO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE rr-c-code TO rh-c-code
           READ rfdhold-file
               INVALID KEY
                   MOVE "NO REFUND HOLD ON FILE" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  NOT refund-held
               STRING "ALREADY RELEASED BY " rh-released-by
                      " ON " rh-release-date
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           IF  edit-pass
               STRING "WOULD RELEASE (" rh-change-action " THEN "
                      rh-money-action ")"
                   DELIMITED BY SIZE INTO rl-result
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

      *  A release lets refunds flow to the changed details again --
      *  refuse it for an operator without the role, or for the
      *  operator who made the change, log who tried, and leave the
      *  hold exactly as it was.
           IF  NOT release-authorized
                   OR acting-operator = rh-change-operator
               IF  NOT release-authorized
                   MOVE "RELEASE REFUSED -- NOT AUTHORIZED"
                       TO rl-result
               ELSE
                   MOVE "RELEASE REFUSED -- OPERATOR MADE THE CHANGE"
                       TO rl-result
               END-IF
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "REFUND HOLD RELEASE REFUSED" TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", rr-c-code,
                                     aud-before-image, aud-after-image
               END-CALL
               PERFORM Print-Result-Line
               EXIT SECTION
           END-IF

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "HELD " rh-alert-date " " rh-change-action
                  " BY " rh-change-operator " THEN "
                  rh-money-action " BY " rh-money-operator
               DELIMITED BY SIZE INTO aud-before-image
           STRING "RELEASED BY " acting-operator
               DELIMITED BY SIZE INTO aud-after-image

           SET refund-hold-released TO TRUE
           MOVE acting-operator TO rh-released-by
           MOVE today-yyyymmdd  TO rh-release-date
           REWRITE rfdhold-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-REWRITE

           CALL "custaud" USING "RFND-HOLD-OK", rr-c-code,
                                 aud-before-image, aud-after-image
           END-CALL
           MOVE "REFUND HOLD RELEASED" TO rl-result
           PERFORM Print-Result-Line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Result-Line SECTION.

           MOVE result-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE release-file
           IF  holds-on-file
               CLOSE rfdhold-file
           END-IF
           CLOSE report-file.
           EXIT.
