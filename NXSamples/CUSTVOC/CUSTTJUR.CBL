      $SET ans85 mfoo
      ****************************************************************
      * Shared sales-tax jurisdiction lookup.  Every path that lands *
      * a taxable order on file -- the customer dialogs, the         *
      * standing-order and backorder-release runs, the order import  *
      * -- asks here for the destination rate: the delivery address  *
      * is the customer's ship-to (shipto.ism) when the order names  *
      * one, otherwise the billing address the caller passes in off  *
      * the customer record.  taxjur.ism is searched for the state   *
      * with the longest postal-code prefix that matches, then for   *
      * the state-wide record.  Nothing found comes back as spaces   *
      * in the jurisdiction and a zero rate, and the caller keeps    *
      * the flat file-c-tax code rate it already has.                *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      * This demonstration program is provided for use by users of   *
      * Rocket Software products and may be used, modified and       *
      * distributed as part of your application provided that you    *
      * properly acknowledge the copyright of Rocket Software in     *
      * this material.                                               *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custtjur.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT taxjur-file ASSIGN "taxjur.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS tjr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS tjr-status.

           SELECT shipto-file ASSIGN "shipto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shp-key
           ACCESS IS DYNAMIC
           FILE STATUS IS shp-status.

      ****************************************************
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  taxjur-file.
           COPY "taxjurrc.cpy".

       FD  shipto-file.
           COPY "shiptorc.cpy".

       WORKING-STORAGE SECTION.

       01  tjr-status                  PIC XX.
           88  tjr-file-ok             VALUE "00".
           88  tjr-file-not-found      VALUE "35".

       01  shp-status                  PIC XX.
           88  shp-file-ok             VALUE "00".
           88  shp-file-not-found      VALUE "35".

      *  The files stay open for the life of the run unit, as
      *  custrate keeps curate.ism open -- this is called once per
      *  order written, and the caller's STOP RUN closes them.  A
      *  site with no taxjur.ism yet simply has no jurisdictions.
       77  files-opened-switch         PIC X VALUE "N".
           88  files-opened                VALUE "Y".
       77  no-taxjur-file-switch       PIC X VALUE "N".
           88  no-taxjur-file              VALUE "Y".
       77  no-shipto-file-switch       PIC X VALUE "N".
           88  no-shipto-file              VALUE "Y".

       77  dest-state                  PIC X(2).
       77  dest-postal                 PIC X(10).
       77  prefix-length               PIC 9 COMP.
       77  jur-found-switch            PIC X.
           88  jur-found                   VALUE "Y".

       LINKAGE SECTION.

       01  tjur-c-code                 PIC X(5).
       01  tjur-shipto                 PIC X(3).
       01  tjur-bill-state             PIC X(2).
       01  tjur-bill-postal            PIC X(10).
       01  tjur-juris                  PIC X(7).
       01  tjur-rate                   PIC 9(2)V9999 COMP.

      ****************************************************
      *  Picks the delivery address, then walks the        *
      *  postal-code prefix down from five characters to    *
      *  one before settling for the state-wide record.      *
      ****************************************************

       PROCEDURE DIVISION USING tjur-c-code, tjur-shipto,
                                 tjur-bill-state, tjur-bill-postal,
                                 tjur-juris, tjur-rate.

       Main-Process SECTION.

           IF  NOT files-opened
               OPEN INPUT taxjur-file
               IF  tjr-file-not-found
                   SET no-taxjur-file TO TRUE
               END-IF
               OPEN INPUT shipto-file
               IF  shp-file-not-found
                   SET no-shipto-file TO TRUE
               END-IF
               SET files-opened TO TRUE
           END-IF

           MOVE SPACES TO tjur-juris
           MOVE 0 TO tjur-rate
           IF  no-taxjur-file
               GOBACK
           END-IF

           MOVE tjur-bill-state  TO dest-state
           MOVE tjur-bill-postal TO dest-postal
           IF  tjur-shipto NOT = SPACES AND NOT no-shipto-file
               MOVE tjur-c-code TO shp-c-code
               MOVE tjur-shipto TO shp-id
               READ shipto-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE shp-state  TO dest-state
                       MOVE shp-postal TO dest-postal
               END-READ
           END-IF
           IF  dest-state = SPACES
               GOBACK
           END-IF

           MOVE "N" TO jur-found-switch
           PERFORM VARYING prefix-length FROM 5 BY -1
                           UNTIL prefix-length = 0 OR jur-found
               IF  dest-postal(prefix-length:1) NOT = SPACE
                   MOVE dest-state TO tjr-state
                   MOVE SPACES TO tjr-postal-prefix
                   MOVE dest-postal(1:prefix-length)
                       TO tjr-postal-prefix
                   PERFORM Read-Jurisdiction
               END-IF
           END-PERFORM
           IF  NOT jur-found
               MOVE dest-state TO tjr-state
               MOVE SPACES TO tjr-postal-prefix
               PERFORM Read-Jurisdiction
           END-IF

           IF  jur-found
               MOVE tjr-key  TO tjur-juris
               MOVE tjr-rate TO tjur-rate
           END-IF.

           GOBACK.

      ****************************************************
      ****************************************************

       Read-Jurisdiction SECTION.

           READ taxjur-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO jur-found-switch
           END-READ.
           EXIT.
