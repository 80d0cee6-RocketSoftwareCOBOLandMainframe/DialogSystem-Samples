      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Preferred-supplier maintenance utility.  Reads item/supplier *
      * records from psup.dat and stamps inv-pref-supplier on the    *
      * matching invmast.ism record -- the same deck-and-report      *
      * pattern INVCCLS uses for the cycle-count class.  The         *
      * supplier must be on suplmast.ism; a blank supplier clears    *
      * the item's preference.  CUSTPOPR groups its purchase-order   *
      * proposals by this supplier.                                  *
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
       PROGRAM-ID. invpsup.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT psup-deck-file ASSIGN "psup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deck-status.

           SELECT inventory-file ASSIGN "invmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS inv-code
           ACCESS IS DYNAMIC
           FILE STATUS IS inv-status.

           SELECT suplmast-file ASSIGN "suplmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sup-code
           ACCESS IS DYNAMIC
           FILE STATUS IS sup-status.

           SELECT report-file ASSIGN "invpsup.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  psup-deck-file.
       01  psup-deck-record.
           03  ps-item-code             PIC X(4).
           03  ps-supplier              PIC X(4).

       FD  inventory-file.
           COPY "invmrec.cpy".

       FD  suplmast-file.
           COPY "supprec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  deck-status                 PIC XX.
           88  deck-file-ok            VALUE "00".
           88  deck-file-eof           VALUE "10".

       01  inv-status                  PIC XX.
           88  inv-file-ok             VALUE "00".

       01  sup-status                  PIC XX.
           88  sup-file-ok             VALUE "00".

       01  result-line.
           03  FILLER                  PIC X(5) VALUE "ITEM ".
           03  rl-item-code            PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-supplier             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  rl-result               PIC X(30).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN INPUT psup-deck-file
           OPEN I-O inventory-file
           OPEN INPUT suplmast-file
           OPEN OUTPUT report-file

           PERFORM UNTIL deck-file-eof
               READ psup-deck-file
                   AT END
                       SET deck-file-eof TO TRUE
                   NOT AT END
                       PERFORM Apply-Supplier-Update
               END-READ
           END-PERFORM

           CLOSE psup-deck-file
           CLOSE inventory-file
           CLOSE suplmast-file
           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Apply-Supplier-Update SECTION.

           MOVE ps-item-code TO rl-item-code
           MOVE ps-supplier  TO rl-supplier
           MOVE ps-item-code TO inv-code
           READ inventory-file
               INVALID KEY
                   MOVE "ITEM NOT ON PRODUCT MASTER" TO rl-result
                   PERFORM Print-Result-Line
                   EXIT SECTION
           END-READ

           IF  ps-supplier NOT = SPACES
               MOVE ps-supplier TO sup-code
               READ suplmast-file
                   INVALID KEY
                       MOVE "SUPPLIER NOT ON MASTER" TO rl-result
                       PERFORM Print-Result-Line
                       EXIT SECTION
               END-READ
           END-IF

           MOVE ps-supplier TO inv-pref-supplier
           REWRITE invmast-record
               INVALID KEY
                   MOVE "REWRITE FAILED" TO rl-result
               NOT INVALID KEY
                   IF  ps-supplier = SPACES
                       MOVE "PREFERENCE CLEARED" TO rl-result
                   ELSE
                       MOVE "SUPPLIER SET" TO rl-result
                   END-IF
           END-REWRITE
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
