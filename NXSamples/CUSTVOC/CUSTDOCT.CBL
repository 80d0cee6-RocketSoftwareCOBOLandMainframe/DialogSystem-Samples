      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared document-wording lookup.  Every program that prints   *
      * a customer document asks here for each fixed heading, label  *
      * and letter paragraph, in the customer's language             *
      * (file-c-language).  The caller loads doc-text with its own   *
      * English wording first; it comes back replaced by the         *
      * doctext.ism wording for the language when there is some,     *
      * else by the "EN" wording when the office has reworded the    *
      * English, else untouched -- so a language with nothing on     *
      * file, or no doctext.ism at all, prints exactly as before.    *
      * Spaces as the language mean English.                         *
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
       PROGRAM-ID. custdoct.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT doctext-file ASSIGN "doctext.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dtx-key
           ACCESS IS DYNAMIC
           FILE STATUS IS dtx-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  doctext-file.
           COPY "doctext.cpy".

       WORKING-STORAGE SECTION.

       01  dtx-status                  PIC XX.
           88  dtx-file-ok             VALUE "00".
           88  dtx-file-not-found      VALUE "35".

      *  text-file-opened-switch keeps doctext-file open for the
      *  life of the run unit, as custrate keeps curate-file --
      *  this is called for every label on every document, and the
      *  calling program's STOP RUN closes everything down at the
      *  end.
       77  text-file-opened-switch     PIC X VALUE "N".
           88  text-file-opened            VALUE "Y".
       77  no-text-file-switch         PIC X VALUE "N".
           88  no-text-file                VALUE "Y".

       LINKAGE SECTION.

       01  doc-type                    PIC X(4).
       01  doc-language                PIC X(2).
       01  doc-text-id                 PIC X(8).
       01  doc-text                    PIC X(80).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING doc-type, doc-language, doc-text-id,
                                doc-text.

       Main-Process SECTION.

           IF  NOT text-file-opened
               OPEN INPUT doctext-file
               IF  dtx-file-not-found
                   SET no-text-file TO TRUE
               END-IF
               SET text-file-opened TO TRUE
           END-IF
           IF  no-text-file
               GOBACK
           END-IF

           MOVE doc-type    TO dtx-doc-type
           MOVE doc-text-id TO dtx-text-id
           IF  doc-language = SPACES
               MOVE "EN" TO dtx-language
           ELSE
               MOVE doc-language TO dtx-language
           END-IF
           READ doctext-file
               INVALID KEY
                   IF  dtx-language NOT = "EN"
                       MOVE "EN" TO dtx-language
                       READ doctext-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE dtx-text TO doc-text
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE dtx-text TO doc-text
           END-READ.

           GOBACK.
