      *****************************************************************
      *                                                               *
      * Shared copy of the supplier-return record layout.  srtn.ism   *
      * holds one record per batch of returned goods going back to    *
      * the supplier they came from -- numbered off the "SRTNO   "    *
      * control record, raised by Receive-RMA in VOCRMA.CBL when a    *
      * customer return is received with disposition "V".  The goods  *
      * sit in the quarantine location "QTN" until CUSTSRTN prints    *
      * the debit note and ships them back, and the return stays      *
      * open on CUSTSRTN's outstanding list until CUSTSRTC records    *
      * the supplier's credit against it.  The supplier and purchase  *
      * order are the ones the returned lot was received on (see the  *
      * shared invlotsr lookup).                                      *
      *                                                               *
      *****************************************************************
       01  suprtn-record.
           03  srt-no                  PIC 9(6).
           03  srt-supplier            PIC X(4).
           03  srt-po-no               PIC 9(6).
           03  srt-po-line             PIC 9(3).
           03  srt-item-code           PIC X(4).
           03  srt-lot-no              PIC X(6).
           03  srt-qty                 PIC 9(5) COMP.
      *  srt-unit-cost is what the supplier charged for the goods --
      *  the PO line's agreed cost, else the item's standard cost --
      *  and srt-amount the debit it extends to, frozen when the
      *  return is raised.
           03  srt-unit-cost           PIC 9(5)V99 COMP.
           03  srt-amount              PIC 9(7)V99 COMP.
      *  The customer return the goods came back on.
           03  srt-rma-no              PIC 9(6).
           03  srt-c-code              PIC X(5).
           03  srt-reason              PIC X(20).
           03  srt-raise-date          PIC 9(8).
      *  srt-note-date is the day CUSTSRTN printed the debit note and
      *  the goods left quarantine -- zero until then.
           03  srt-note-date           PIC 9(8).
           03  srt-status              PIC X.
               88  srt-raised              VALUE "O".
               88  srt-awaiting-credit     VALUE "N".
               88  srt-credited            VALUE "C".
      *  The supplier's credit note, as CUSTSRTC records it.
           03  srt-credit-date         PIC 9(8).
           03  srt-credit-ref          PIC X(12).
           03  srt-credit-amount       PIC 9(7)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(20).
