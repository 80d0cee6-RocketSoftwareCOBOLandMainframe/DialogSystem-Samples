      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared local date and amount formatter for the customer      *
      * documents.  A language's layout is the "FMT " / "LAYOUT"     *
      * record on doctext.ism (see doctext.cpy): the order the date  *
      * parts print in, the date separator, and the decimal and      *
      * thousands characters.  fmt-mode "D" lays fmt-date out in     *
      * full, separators and all, in the first ten characters of     *
      * fmt-text; "C" lays it out compact -- the eight digits in the *
      * language's order, no separators -- for the documents' date   *
      * columns, so they keep their width; "A" edits fmt-amount      *
      * right-justified across all eighteen characters, so a caller  *
      * takes the rightmost part its own column is wide enough for;  *
      * "P" hands back just the decimal and thousands characters, in *
      * the first two, for a caller converting a whole run of        *
      * amounts it has already edited the English way.               *
      * A language with no layout on file -- English included,       *
      * unless the office has put an "EN" layout on -- comes back    *
      * with fmt-text at spaces, and the caller prints the date or   *
      * amount through its own picture exactly as before.            *
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
       PROGRAM-ID. custlfmt.

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
      *  life of the run unit, as custdoct does; the layout last
      *  looked up is kept too, since a run prints one customer's
      *  document at a time.
       77  text-file-opened-switch     PIC X VALUE "N".
           88  text-file-opened            VALUE "Y".
       77  no-text-file-switch         PIC X VALUE "N".
           88  no-text-file                VALUE "Y".

       77  layout-language             PIC X(2) VALUE HIGH-VALUES.
       77  layout-found-switch         PIC X VALUE "N".
           88  layout-found                VALUE "Y".
       01  layout-held.
           03  lh-date-order           PIC X(3).
           03  lh-date-separator       PIC X.
           03  lh-convert-chars.
               05  lh-decimal-char     PIC X.
               05  lh-thousands-char   PIC X.

       01  date-parts.
           03  dp-yyyy                 PIC 9(4).
           03  dp-mm                   PIC 99.
           03  dp-dd                   PIC 99.

       01  amount-edit                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.

       01  fmt-language                PIC X(2).
       01  fmt-mode                    PIC X.
           88  fmt-full-date               VALUE "D".
           88  fmt-compact-date            VALUE "C".
           88  fmt-amount-mode             VALUE "A".
           88  fmt-punctuation-mode        VALUE "P".
       01  fmt-date                    PIC 9(8).
       01  fmt-amount                  PIC S9(11)V99 COMP.
       01  fmt-text                    PIC X(18).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING fmt-language, fmt-mode, fmt-date,
                                fmt-amount, fmt-text.

       Main-Process SECTION.

           MOVE SPACES TO fmt-text
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

           IF  fmt-language NOT = layout-language
               PERFORM Load-Layout
           END-IF
           IF  NOT layout-found
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN fmt-amount-mode
                   MOVE fmt-amount TO amount-edit
                   MOVE amount-edit TO fmt-text
                   INSPECT fmt-text CONVERTING ".," TO lh-convert-chars
               WHEN fmt-punctuation-mode
                   MOVE lh-convert-chars TO fmt-text
               WHEN fmt-full-date
               WHEN fmt-compact-date
                   PERFORM Lay-Out-Date
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ****************************************************
      *                                                  *
      *  Load-Layout reads the language's layout record, *
      *  falling back to an "EN" one; spaces as the      *
      *  language mean English.                          *
      *                                                  *
      ****************************************************

       Load-Layout SECTION.

           MOVE fmt-language TO layout-language
           MOVE "N" TO layout-found-switch
           MOVE "FMT "   TO dtx-doc-type
           MOVE "LAYOUT" TO dtx-text-id
           IF  fmt-language = SPACES
               MOVE "EN" TO dtx-language
           ELSE
               MOVE fmt-language TO dtx-language
           END-IF
           READ doctext-file
               INVALID KEY
                   IF  dtx-language = "EN"
                       EXIT SECTION
                   END-IF
                   MOVE "EN" TO dtx-language
                   READ doctext-file
                       INVALID KEY
                           EXIT SECTION
                   END-READ
           END-READ

           MOVE dtx-date-order     TO lh-date-order
           MOVE dtx-date-separator TO lh-date-separator
           MOVE dtx-decimal-char   TO lh-decimal-char
           MOVE dtx-thousands-char TO lh-thousands-char
           MOVE "Y" TO layout-found-switch.
           EXIT.

      ****************************************************
      *                                                  *
      *  Lay-Out-Date puts the day, month and year of    *
      *  fmt-date in the language's order, with its      *
      *  separator unless the compact form was asked     *
      *  for.  An order not on the list prints year      *
      *  first, as the documents always have.            *
      *                                                  *
      ****************************************************

       Lay-Out-Date SECTION.

           MOVE fmt-date TO date-parts
           IF  fmt-compact-date
               EVALUATE lh-date-order
                   WHEN "DMY"
                       STRING dp-dd dp-mm dp-yyyy
                           DELIMITED BY SIZE INTO fmt-text
                   WHEN "MDY"
                       STRING dp-mm dp-dd dp-yyyy
                           DELIMITED BY SIZE INTO fmt-text
                   WHEN OTHER
                       MOVE date-parts TO fmt-text
               END-EVALUATE
           ELSE
               EVALUATE lh-date-order
                   WHEN "DMY"
                       STRING dp-dd lh-date-separator dp-mm
                              lh-date-separator dp-yyyy
                           DELIMITED BY SIZE INTO fmt-text
                   WHEN "MDY"
                       STRING dp-mm lh-date-separator dp-dd
                              lh-date-separator dp-yyyy
                           DELIMITED BY SIZE INTO fmt-text
                   WHEN OTHER
                       STRING dp-yyyy lh-date-separator dp-mm
                              lh-date-separator dp-dd
                           DELIMITED BY SIZE INTO fmt-text
               END-EVALUATE
           END-IF.
           EXIT.
