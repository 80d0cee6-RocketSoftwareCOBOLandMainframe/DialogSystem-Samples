      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared postal address check.  Every path that keys or files  *
      * an address -- VOCSAVE for the billing address, VOCSHIP for a *
      * delivery address, VOCONBD when a vetted account goes live,   *
      * and the CUSTADDV sweep over the files -- asks here whether   *
      * the postal code, state and city agree with the postal        *
      * authority's reference (postal.ism, postref.cpy):             *
      *                                                              *
      *   "O"  the address agrees                                    *
      *   "U"  no such postal code (or none keyed)                   *
      *   "S"  the code belongs to another state                     *
      *   "C"  the code belongs to another city                      *
      *   "N"  no reference file loaded -- nothing can be checked    *
      *                                                              *
      * For "S" and "C" the reference city and state come back so    *
      * the caller can suggest them.  Cities and states compare      *
      * without regard to case, and a ZIP+4 code ("12345-6789") is   *
      * checked on its five-digit base when the full code is not on  *
      * file.                                                        *
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
       PROGRAM-ID. custpost.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT postal-file ASSIGN "postal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pst-postal
           ACCESS IS DYNAMIC
           FILE STATUS IS pst-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  postal-file.
           COPY "postref.cpy".

       WORKING-STORAGE SECTION.

       01  pst-status                  PIC XX.
           88  pst-file-ok             VALUE "00".
           88  pst-file-not-found      VALUE "35".

      *  The reference stays open for the life of the run unit
      *  instead of an OPEN/CLOSE on every call -- the same
      *  once-per-run-unit open the invprice lookup makes.
       77  postal-opened-switch        PIC X VALUE "N".
           88  postal-opened               VALUE "Y".
       77  postal-missing-switch       PIC X VALUE "N".
           88  postal-missing              VALUE "Y".

       77  code-found-switch           PIC X.
           88  code-found                  VALUE "Y".

       77  keyed-postal                PIC X(10).
       77  base-postal                 PIC X(10).
       77  keyed-city                  PIC X(15).
       77  keyed-state                 PIC X(2).

       LINKAGE SECTION.

       01  post-postal                 PIC X(10).
       01  post-city                   PIC X(15).
       01  post-state                  PIC X(2).
       01  post-result                 PIC X.
           88  post-address-ok             VALUE "O".
           88  post-code-unknown           VALUE "U".
           88  post-state-wrong            VALUE "S".
           88  post-city-wrong             VALUE "C".
           88  post-no-reference           VALUE "N".
       01  post-ref-city               PIC X(15).
       01  post-ref-state              PIC X(2).

      ****************************************************
      *                                                  *
      *  Checks post-postal/post-city/post-state against   *
      *  the reference and sets post-result, with the        *
      *  reference city and state in post-ref-city and        *
      *  post-ref-state whenever the code is on file.          *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING post-postal, post-city, post-state,
                                 post-result, post-ref-city,
                                 post-ref-state.

       Main-Process SECTION.

           IF  NOT postal-opened AND NOT postal-missing
               OPEN INPUT postal-file
               IF  pst-file-ok
                   SET postal-opened TO TRUE
               ELSE
                   SET postal-missing TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO post-ref-city post-ref-state
           IF  postal-missing
               SET post-no-reference TO TRUE
               GOBACK
           END-IF

           SET post-code-unknown TO TRUE
           IF  post-postal = SPACES
               GOBACK
           END-IF

           MOVE post-postal TO keyed-postal
           MOVE post-city   TO keyed-city
           MOVE post-state  TO keyed-state
           INSPECT keyed-postal CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT keyed-city CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT keyed-state CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE keyed-postal TO pst-postal
           PERFORM Read-Postal-Code
           IF  NOT code-found
               MOVE SPACES TO base-postal
               UNSTRING keyed-postal DELIMITED BY "-" OR SPACE
                   INTO base-postal
               END-UNSTRING
               IF  base-postal NOT = keyed-postal
                       AND base-postal NOT = SPACES
                   MOVE base-postal TO pst-postal
                   PERFORM Read-Postal-Code
               END-IF
           END-IF
           IF  NOT code-found
               GOBACK
           END-IF

           MOVE pst-city  TO post-ref-city
           MOVE pst-state TO post-ref-state
           EVALUATE TRUE
               WHEN keyed-state NOT = pst-state
                   SET post-state-wrong TO TRUE
               WHEN keyed-city NOT = pst-city
                   SET post-city-wrong TO TRUE
               WHEN OTHER
                   SET post-address-ok TO TRUE
           END-EVALUATE.

           GOBACK.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Read-Postal-Code SECTION.

           MOVE "N" TO code-found-switch
           READ postal-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET code-found TO TRUE
           END-READ.
           EXIT.
