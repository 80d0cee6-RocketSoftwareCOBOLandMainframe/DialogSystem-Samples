      * customer, type, date and a same-day sequence.  The archived  *
      * copy is what VOCRPRT.CBL reprints when a customer disputes   *
      * "the statement you sent in March"; CUSTDPRG.CBL purges on    *
      * the same discipline CUSTARCH applies to orders.  VOCINVC     *
      * invoices are filed from invoice.prt the same way, and the    *
      * documents CUSTMAIL sent by e-mail only from mailed.prt, so   *
      * the archive holds every document however it was delivered.   *
      * The CUSTARVW account review packs are filed from             *
      * custarvw.prt, so a committee's copy can be reprinted later.  *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The print streams are processed in turn through one
      *  dynamically assigned reader.
           SELECT print-file ASSIGN prt-file-name
           ORGANIZATION IS LINE SEQUENTIAL

       77  prt-file-name               PIC X(12).

      *  The print streams the suite's documents come off --
      *  mailed.prt holds the documents CUSTMAIL took out of the
      *  others because they went by e-mail only.
       01  print-stream-table.
           03  FILLER                  PIC X(12) VALUE "custstmt.prt".
           03  FILLER                  PIC X(12) VALUE "custdunn.prt".
           03  FILLER                  PIC X(12) VALUE "ordslip.prt ".
           03  FILLER                  PIC X(12) VALUE "custprnt.prt".
           03  FILLER                  PIC X(12) VALUE "custcomm.prt".
           03  FILLER                  PIC X(12) VALUE "invoice.prt ".
           03  FILLER                  PIC X(12) VALUE "custarvw.prt".
           03  FILLER                  PIC X(12) VALUE "mailed.prt  ".
       01  print-stream-entries REDEFINES print-stream-table
                                       PIC X(12) OCCURS 8.
       77  stream-ind                  PIC 9 COMP.

      *  The @DOC control line each print program stamps at the top
           OPEN OUTPUT report-file

           PERFORM VARYING stream-ind FROM 1 BY 1
                           UNTIL stream-ind > 8
               PERFORM File-One-Stream
           END-PERFORM

