      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared factored-cash keeper.  Every path that posts customer *
      * cash -- Record-Payment in VOCOK.CBL and the CUSTCASH batch   *
      * poster alike -- CALLs here with the customer, the order,     *
      * the amount and the date.  When the order carries invoices    *
      * we have sold to the factoring company (factinv.ism), the     *
      * cash is counted up toward those invoices oldest first and    *
      * added to their schedule's collections on factsch.ism: it is  *
      * the factor's money now, and it comes back in the amount      *
      * returned so the caller can say so.  A site with no factored  *
      * invoices simply posts as it always did.                      *
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
       PROGRAM-ID. custfact.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT factinv-file ASSIGN "factinv.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fi-invo-no
           ALTERNATE RECORD KEY IS fi-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS fi-status-code
           lock MODE IS AUTOMATIC.

           SELECT factsch-file ASSIGN "factsch.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fs-sched-no
           ACCESS IS DYNAMIC
           FILE STATUS IS fs-status-code
           lock MODE IS AUTOMATIC.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  factinv-file.
           COPY "factinvc.cpy".

       FD  factsch-file.
           COPY "factschd.cpy".

       WORKING-STORAGE SECTION.

       01  fi-status-code              PIC XX.
           88  fi-file-ok              VALUE "00".
           88  fi-file-not-found       VALUE "35".

       01  fs-status-code              PIC XX.
           88  fs-file-ok              VALUE "00".

       77  fi-eof-switch               PIC X VALUE "N".
           88  fi-eof                  VALUE "Y".

       77  cash-left                   PIC S9(9)V99 COMP.
       77  invoice-gap                 PIC S9(9)V99 COMP.
       77  cash-taken                  PIC S9(9)V99 COMP.

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  amount-display              PIC 9(7)V99.

       LINKAGE SECTION.

       01  fact-c-code                 PIC X(5).
       01  fact-ord-no                 PIC 9(6).
       01  fact-amount                 PIC 9(7)V99 COMP.
       01  fact-date                   PIC 9(8).
      *  fact-due-amount comes back as the part of fact-amount that
      *  is due to the factor -- zero for an order not factored.
       01  fact-due-amount             PIC 9(7)V99 COMP.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING fact-c-code, fact-ord-no,
                                fact-amount, fact-date,
                                fact-due-amount.

       Main-Process SECTION.

           MOVE 0 TO fact-due-amount
           OPEN I-O factinv-file
           IF  fi-file-not-found
               GOBACK
           END-IF
           OPEN I-O factsch-file

           MOVE fact-amount TO cash-left
           MOVE "N" TO fi-eof-switch
           MOVE fact-ord-no TO fi-ord-no
           START factinv-file KEY IS EQUAL TO fi-ord-no
               INVALID KEY
                   SET fi-eof TO TRUE
           END-START

           PERFORM UNTIL fi-eof OR cash-left <= 0
               READ factinv-file NEXT RECORD
                   AT END
                       SET fi-eof TO TRUE
               END-READ
               IF  NOT fi-eof
                   IF  fi-ord-no NOT = fact-ord-no
                       SET fi-eof TO TRUE
                   ELSE
                       IF  fi-assigned
                           PERFORM Collect-One-Invoice
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE factsch-file
           CLOSE factinv-file

           IF  fact-due-amount > 0
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "ORDER " fact-ord-no " FACTORED"
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE fact-due-amount TO amount-display
               STRING "DUE TO FACTOR " amount-display
                   DELIMITED BY SIZE INTO aud-after-image
               CALL "custaud" USING "FACTOR-CASH", fact-c-code,
                                     aud-before-image,
                                     aud-after-image
               END-CALL
           END-IF.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Collect-One-Invoice counts what cash is left    *
      *  up toward the invoice's face value, marks it    *
      *  fully collected when covered, and adds the      *
      *  same amount to its schedule's collections.      *
      *                                                  *
      ****************************************************

       Collect-One-Invoice SECTION.

           COMPUTE invoice-gap = fi-face - fi-collected
           IF  invoice-gap <= 0
               SET fi-fully-collected TO TRUE
               REWRITE factinv-record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               EXIT SECTION
           END-IF

           IF  cash-left >= invoice-gap
               MOVE invoice-gap TO cash-taken
               SET fi-fully-collected TO TRUE
           ELSE
               MOVE cash-left TO cash-taken
           END-IF
           ADD cash-taken TO fi-collected
           SUBTRACT cash-taken FROM cash-left
           ADD cash-taken TO fact-due-amount
           REWRITE factinv-record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE fi-sched-no TO fs-sched-no
           READ factsch-file
               INVALID KEY
                   EXIT SECTION
           END-READ
           ADD cash-taken TO fs-collected
           REWRITE factsch-record
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           EXIT.
