      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Postal reference load.  Rebuilds postal.ism from the postal  *
      * authority's code file (postauth.dat -- postal code, city     *
      * and state, one code per line) each time a new edition        *
      * arrives, so the custpost address check works off the         *
      * authority's current list rather than yesterday's: codes the  *
      * authority has retired drop out with the rebuild.  City names *
      * are held in upper case.  A line with no code, no city or a   *
      * state that is not two letters is refused, as is a second     *
      * line for a code already loaded; each refusal is listed on    *
      * custpstl.prt with the counts at the end.                     *
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
       PROGRAM-ID. custpstl.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT postauth-file ASSIGN "postauth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS auth-status.

           SELECT postal-file ASSIGN "postal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pst-postal
           ACCESS IS DYNAMIC
           FILE STATUS IS pst-status.

           SELECT report-file ASSIGN "custpstl.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  postauth-file.
       01  postauth-record.
           03  pa-postal                PIC X(10).
           03  pa-city                  PIC X(15).
           03  pa-state                 PIC X(2).

       FD  postal-file.
           COPY "postref.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  auth-status                 PIC XX.
           88  auth-file-ok            VALUE "00".
           88  auth-file-eof           VALUE "10".

       01  pst-status                  PIC XX.
           88  pst-file-ok             VALUE "00".

       77  lines-read                  PIC 9(7) COMP VALUE 0.
       77  codes-loaded                PIC 9(7) COMP VALUE 0.
       77  lines-refused               PIC 9(7) COMP VALUE 0.

       01  refused-line.
           03  FILLER                  PIC X(8) VALUE "REFUSED ".
           03  rf-postal               PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rf-city                 PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rf-state                PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rf-reason               PIC X(30).

       01  count-line.
           03  cl-label                PIC X(20).
           03  cl-count                PIC Z,ZZZ,ZZ9.

       01  no-file-line                PIC X(50) VALUE
               "NO POSTAUTH.DAT -- POSTAL.ISM LEFT AS IT WAS".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN OUTPUT report-file
           OPEN INPUT postauth-file
           IF  NOT auth-file-ok
               MOVE no-file-line TO report-line
               WRITE report-line
               CLOSE report-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *  The edition replaces the file outright.
           OPEN OUTPUT postal-file

           PERFORM UNTIL auth-file-eof
               READ postauth-file
                   AT END
                       SET auth-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO lines-read
                       PERFORM Load-Postal-Code
               END-READ
           END-PERFORM

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Load-Postal-Code writes postal.ism's record for   *
      *  the authority line just read, or lists why not.     *
      *                                                  *
      ****************************************************

       Load-Postal-Code SECTION.

           INSPECT pa-city CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT pa-state CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE pa-postal TO rf-postal
           MOVE pa-city   TO rf-city
           MOVE pa-state  TO rf-state

           EVALUATE TRUE
               WHEN pa-postal = SPACES
                   MOVE "NO POSTAL CODE" TO rf-reason
               WHEN pa-city = SPACES
                   MOVE "NO CITY" TO rf-reason
               WHEN pa-state NOT ALPHABETIC-UPPER
                       OR pa-state(1:1) = SPACE
                       OR pa-state(2:1) = SPACE
                   MOVE "STATE IS NOT TWO LETTERS" TO rf-reason
               WHEN OTHER
                   MOVE SPACES TO postal-record
                   MOVE pa-postal TO pst-postal
                   MOVE pa-city   TO pst-city
                   MOVE pa-state  TO pst-state
                   WRITE postal-record
                       INVALID KEY
                           MOVE "CODE ALREADY LOADED" TO rf-reason
                       NOT INVALID KEY
                           ADD 1 TO codes-loaded
                           EXIT SECTION
                   END-WRITE
           END-EVALUATE

           ADD 1 TO lines-refused
           MOVE refused-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "LINES READ"    TO cl-label
           MOVE lines-read      TO cl-count
           MOVE count-line TO report-line
           WRITE report-line
           MOVE "CODES LOADED"  TO cl-label
           MOVE codes-loaded    TO cl-count
           MOVE count-line TO report-line
           WRITE report-line
           MOVE "LINES REFUSED" TO cl-label
           MOVE lines-refused   TO cl-count
           MOVE count-line TO report-line
           WRITE report-line

           CLOSE postauth-file
           CLOSE postal-file
           CLOSE report-file.
           EXIT.
