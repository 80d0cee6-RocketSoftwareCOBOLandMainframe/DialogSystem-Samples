      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared GL account mapping lookup.  Every run that writes a   *
      * GL feed asks here for the debit and credit account a         *
      * posting class books to, for its company (the company.dat     *
      * marker, through custcomp), the customer's sales area and     *
      * the currency the transaction was in.  glmap.ism is searched  *
      * most specific first: the exact company, area and currency;   *
      * then any currency; then any area; then both; and the same    *
      * four again under "any company".  Nothing found comes back    *
      * with map-found "N" and spaces for both accounts -- the       *
      * caller refuses its feed rather than send an unmapped class.  *
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
       PROGRAM-ID. custglmp.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT glmap-file ASSIGN "glmap.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS glm-key
           ACCESS IS DYNAMIC
           FILE STATUS IS glm-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  glmap-file.
           COPY "glmap.cpy".

       WORKING-STORAGE SECTION.

       01  glm-status                  PIC XX.
           88  glm-file-ok             VALUE "00".
           88  glm-file-not-found      VALUE "35".

      *  map-file-opened-switch keeps glmap-file open for the life
      *  of the run unit, as custrate keeps curate-file -- this is
      *  called once per feed record, and the calling batch
      *  program's STOP RUN closes everything down at the end.
       77  map-file-opened-switch      PIC X VALUE "N".
           88  map-file-opened             VALUE "Y".
       77  no-map-file-switch          PIC X VALUE "N".
           88  no-map-file                 VALUE "Y".

       77  try-company                 PIC X(3).
       77  try-ind                     PIC 9(4) COMP.

       LINKAGE SECTION.

       01  map-class                   PIC X(2).
       01  map-company                 PIC X(3).
       01  map-area                    PIC X.
       01  map-currency                PIC X(3).
       01  map-debit-acct              PIC X(12).
       01  map-credit-acct             PIC X(12).
       01  map-found                   PIC X.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING map-class, map-company, map-area,
                                map-currency, map-debit-acct,
                                map-credit-acct, map-found.

       Main-Process SECTION.

           IF  NOT map-file-opened
               OPEN INPUT glmap-file
               IF  glm-file-not-found
                   SET no-map-file TO TRUE
               END-IF
               SET map-file-opened TO TRUE
           END-IF

           MOVE "N"    TO map-found
           MOVE SPACES TO map-debit-acct map-credit-acct
           IF  no-map-file
               GOBACK
           END-IF

           MOVE map-company TO try-company
           PERFORM Try-Company-Keys
           IF  map-found = "N" AND map-company NOT = SPACES
               MOVE SPACES TO try-company
               PERFORM Try-Company-Keys
           END-IF.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Try-Company-Keys tries the four area/currency   *
      *  combinations under try-company, most specific   *
      *  first.                                          *
      *                                                  *
      ****************************************************

       Try-Company-Keys SECTION.

           PERFORM VARYING try-ind FROM 1 BY 1
                           UNTIL try-ind > 4 OR map-found = "Y"
               MOVE map-class   TO glm-class
               MOVE try-company TO glm-company
               MOVE map-area     TO glm-area
               MOVE map-currency TO glm-currency
               IF  try-ind = 2 OR try-ind = 4
                   MOVE SPACES TO glm-currency
               END-IF
               IF  try-ind > 2
                   MOVE SPACES TO glm-area
               END-IF
               READ glmap-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE glm-debit-acct  TO map-debit-acct
                       MOVE glm-credit-acct TO map-credit-acct
                       MOVE "Y" TO map-found
               END-READ
           END-PERFORM.
           EXIT.
