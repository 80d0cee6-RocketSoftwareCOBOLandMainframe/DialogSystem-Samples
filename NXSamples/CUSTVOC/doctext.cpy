      *****************************************************************
      *                                                               *
      * Shared copy of the document-text record layout.  doctext.ism  *
      * holds the fixed wording of the customer documents -- every    *
      * heading, label and letter paragraph -- per document type and  *
      * language, loaded from the doctext.dat deck by CUSTDOCM and    *
      * read through the shared custdoct lookup by CUSTSTMT, VOCINVC  *
      * (for CUSTCINV's consolidated invoices too), VOCSLIP, VOCDNOT  *
      * and CUSTDUNN.  The English wording lives in the programs      *
      * themselves and is what prints whenever nothing is on file     *
      * for the customer's language (file-c-language in custrec.cpy). *
      *                                                               *
      * dtx-doc-type is the document, as on its @DOC marker line:     *
      * "STMT", "INVC", "CINV" (a consolidated invoice), "SLIP",      *
      * "DNOT" or "DUNN".  dtx-text-id names the piece of wording     *
      * within it -- the ids each program asks for are listed beside  *
      * its English defaults.  Document type "FMT " with text id      *
      * "LAYOUT" holds the language's date and amount layout rather   *
      * than wording -- see the shared custlfmt formatter.            *
      *                                                               *
      *****************************************************************
       01  doctext-record.
           03  dtx-key.
               05  dtx-doc-type        PIC X(4).
               05  dtx-language        PIC X(2).
               05  dtx-text-id         PIC X(8).
           03  dtx-text                PIC X(80).
      *  The "FMT " / "LAYOUT" record's view of dtx-text: the order
      *  the date parts print in ("DMY", "MDY" or "YMD"), the date
      *  separator, and the decimal and thousands characters for
      *  amounts.
           03  dtx-layout REDEFINES dtx-text.
               05  dtx-date-order      PIC X(3).
               05  dtx-date-separator  PIC X.
               05  dtx-decimal-char    PIC X.
               05  dtx-thousands-char  PIC X.
               05  FILLER              PIC X(74).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
