      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared deduction re-bill lookup.  CUSTDEDC closes a refused  *
      * deduction by cutting an invoice for the shortfall alone,     *
      * and the invoice record cannot say so -- it carries the       *
      * order it belongs to like any other.  VOCINVC printing the    *
      * document and CUSTEDIX sending the electronic copy both need  *
      * to know, so the order's freight is not billed a second time  *
      * on a re-bill: the deduction closed re-billed under this      *
      * invoice number (ded-close-ref) is looked for here once,      *
      * through deduct.ism's ded-ord-no alternate key, the same      *
      * factoring custmnfl gives the manifest question.              *
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
       PROGRAM-ID. custrbil.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT deduct-file ASSIGN "deduct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ded-no
           ALTERNATE RECORD KEY IS ded-ord-no WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ded-status-code.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  deduct-file.
           COPY "deductrc.cpy".

       WORKING-STORAGE SECTION.

       01  ded-status-code             PIC XX.
           88  ded-file-ok             VALUE "00".

       77  ded-eof-switch              PIC X VALUE "N".
           88  ded-eof                     VALUE "Y".

       LINKAGE SECTION.

       01  rbprm-c-code                PIC X(5).
       01  rbprm-ord-no                PIC 9(6).
       01  rbprm-invo-no               PIC 9(6).
      *  rbprm-rebill-flag comes back "Y" when the invoice is the
      *  re-bill of a deduction against the order, "N" otherwise.
       01  rbprm-rebill-flag           PIC X.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING rbprm-c-code, rbprm-ord-no,
                                rbprm-invo-no, rbprm-rebill-flag.

       Main-Process SECTION.

           MOVE "N" TO rbprm-rebill-flag
           IF  rbprm-ord-no = 0
               GOBACK
           END-IF

      *  Opened for the one question and closed again -- CUSTDEDC
      *  holds deduct.ism open I-O while it re-bills.
           OPEN INPUT deduct-file
           IF  NOT ded-file-ok
               GOBACK
           END-IF

           MOVE "N" TO ded-eof-switch
           MOVE rbprm-ord-no TO ded-ord-no
           START deduct-file KEY IS EQUAL TO ded-ord-no
               INVALID KEY
                   SET ded-eof TO TRUE
           END-START

           PERFORM UNTIL ded-eof
               READ deduct-file NEXT RECORD
                   AT END
                       SET ded-eof TO TRUE
               END-READ
               IF  NOT ded-eof
                   IF  ded-ord-no NOT = rbprm-ord-no
                       SET ded-eof TO TRUE
                   ELSE
                       IF  ded-c-code = rbprm-c-code
                               AND deduction-rebilled
                               AND ded-close-ref = rbprm-invo-no
                           MOVE "Y" TO rbprm-rebill-flag
                           SET ded-eof TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE deduct-file.

           GOBACK.
