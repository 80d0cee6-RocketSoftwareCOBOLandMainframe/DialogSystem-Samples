      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared carrier-manifest lookup.  Confirming a shipment in    *
      * VOCFULF and voiding an order in VOCDEL both need the same    *
      * question answered -- "has the manifest this shipment rides   *
      * on already been closed and signed for?" -- so the            *
      * manifest.ism read lives here once, the same factoring        *
      * custperd gives the accounting-period lookup.  A date and     *
      * carrier with no manifest record on file is open: the lock    *
      * only bites once CUSTMNFT.CBL has closed that manifest.       *
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
       PROGRAM-ID. custmnfl.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT manifest-file ASSIGN "manifest.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS mnf-key
           ACCESS IS DYNAMIC
           FILE STATUS IS mnf-status-code.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  manifest-file.
           COPY "manifrc.cpy".

       WORKING-STORAGE SECTION.

       01  mnf-status-code             PIC XX.
           88  mnf-file-ok             VALUE "00".

      *  manifest-file-opened-switch keeps manifest.ism open for the
      *  life of the run unit, as custperd does period.ism.  Unlike
      *  the period file, manifest.ism is first created part way
      *  through a working day, while the order screens are up, so
      *  a file that was not there is looked for again on the next
      *  CALL rather than taken as missing for the whole session.
       77  manifest-file-opened-switch PIC X VALUE "N".
           88  manifest-file-opened        VALUE "Y".

       LINKAGE SECTION.

       01  mnfprm-date                 PIC 9(8).
       01  mnfprm-carrier              PIC X(3).
      *  mnfprm-closed-flag comes back "Y" when the manifest for the
      *  date and carrier has been closed, "N" while it is open.
       01  mnfprm-closed-flag          PIC X.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING mnfprm-date, mnfprm-carrier,
                                mnfprm-closed-flag.

       Main-Process SECTION.

           IF  NOT manifest-file-opened
               OPEN INPUT manifest-file
               IF  mnf-file-ok
                   SET manifest-file-opened TO TRUE
               END-IF
           END-IF

           MOVE "N" TO mnfprm-closed-flag
           IF  manifest-file-opened
               MOVE mnfprm-date    TO mnf-ship-date
               MOVE mnfprm-carrier TO mnf-carrier
               READ manifest-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  manifest-closed
                           MOVE "Y" TO mnfprm-closed-flag
                       END-IF
               END-READ
           END-IF.

           GOBACK.
