       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  The shared invlife lifecycle gate -- a template repeats, so
      *  only an active item may go on one.
       77  life-item-code              PIC X(4).
       77  life-qty                    PIC 9(5) COMP.
       77  life-verdict                PIC X.
           88  item-sellable            VALUE "Y".
       77  life-reason                 PIC X(40).
       77  life-substitute             PIC X(4).
       77  life-status                 PIC X.
           88  life-item-active         VALUE "A".

       LINKAGE SECTION.

	    COPY "ds-call.cpy".
      *  VOC-STO-FREQ/VOC-STO-NEXT-DUE array plus a VOC-STO-COUNT,
      *  and entry fields VOC-C-STO-VAL/VOC-C-STO-FREQ/
      *  VOC-C-STO-NEXT-DUE for a new template -- see
      *  Browse-Standing-Orders and Add-Standing-Order below.  The
      *  product a template repeats, if any, comes from the
      *  VOC-C-ITEM-CODE/VOC-C-ITEM-QTY pair order entry uses.
           COPY "custvoc.cpb".

      ****************************************************
               DISPLAY "A STANDING ORDER NEEDS A TEMPLATE VALUE"
               goback
           END-IF
      *  A repeating order cannot be built on an item leaving the
      *  range -- even a run-out item with stock left would fail
      *  within a cycle or two -- so the substitute is offered.
           IF  VOC-C-ITEM-CODE NOT = SPACES
               MOVE VOC-C-ITEM-CODE TO life-item-code
               MOVE VOC-C-ITEM-QTY  TO life-qty
               IF  life-qty = 0
                   MOVE 1 TO life-qty
               END-IF
               CALL "invlife" USING life-item-code, life-qty,
                                     life-verdict, life-reason,
                                     life-substitute, life-status
               END-CALL
               IF  NOT item-sellable OR NOT life-item-active
                   IF  life-reason = SPACES
                       MOVE "ITEM IS BEING RUN OUT" TO life-reason
                   END-IF
                   DISPLAY "ITEM " life-item-code ": " life-reason
                       " -- NOT ON A STANDING ORDER"
                   IF  life-substitute NOT = SPACES
                       DISPLAY "  OFFER SUBSTITUTE " life-substitute
                           " INSTEAD"
                   END-IF
                   goback
               END-IF
           END-IF

           PERFORM Open-Standing-File
      *  Fill-Standing-List leaves next-sto-no at the customer's
           MOVE file-c-currency    TO sto-currency
           MOVE VOC-C-STO-FREQ     TO sto-freq
           MOVE VOC-C-STO-NEXT-DUE TO sto-next-due
           MOVE VOC-C-ITEM-CODE    TO sto-item-code
           IF  VOC-C-ITEM-CODE NOT = SPACES
               MOVE life-qty       TO sto-item-qty
           END-IF

           WRITE standing-record
               INVALID KEY
