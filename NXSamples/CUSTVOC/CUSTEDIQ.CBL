      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared outbound partner-document queue writer.  VOCFULF     *
      * CALLs this when a shipment is confirmed, and every program   *
      * that cuts an invoice -- Write-Invoice in VOCOK,              *
      * Write-Approved-Invoice in VOCAPPR and the CUSTCINV weekly    *
      * consolidation -- CALLs it once the invoice record is on      *
      * file.  It appends one ediqrec.cpy record to edioutq.dat;     *
      * the nightly CUSTEDIX step decides which trading partner (if  *
      * any) the account belongs to and builds the advance ship      *
      * notice or electronic invoice from there.  One writer, like   *
      * custaud, so the queue format cannot drift between callers.   *
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
       PROGRAM-ID. custediq.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ediq-file ASSIGN "edioutq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ediq-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  ediq-file.
           COPY "ediqrec.cpy".

       WORKING-STORAGE SECTION.

       01  ediq-status                 PIC XX.
           88  ediq-file-ok            VALUE "00".

       LINKAGE SECTION.

       01  ediqprm-type                PIC X(4).
       01  ediqprm-c-code              PIC X(5).
       01  ediqprm-ord-no              PIC 9(6).
      *  ediqprm-invo-no is the invoice number -- or, on an "ASN ",
      *  the shipment number (eq-ship-no in ediqrec.cpy).
       01  ediqprm-invo-no             PIC 9(6).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING ediqprm-type, ediqprm-c-code,
                                 ediqprm-ord-no, ediqprm-invo-no.

       Main-Process SECTION.

           ACCEPT eq-date FROM DATE YYYYMMDD
           ACCEPT eq-time FROM TIME
           MOVE ediqprm-type    TO eq-type
           MOVE ediqprm-c-code  TO eq-c-code
           MOVE ediqprm-ord-no  TO eq-ord-no
           MOVE ediqprm-invo-no TO eq-invo-no
           MOVE 0               TO eq-sent-date

           OPEN EXTEND ediq-file
           IF  NOT ediq-file-ok
               OPEN OUTPUT ediq-file
           END-IF
           WRITE ediq-record
           CLOSE ediq-file.

           GOBACK.
