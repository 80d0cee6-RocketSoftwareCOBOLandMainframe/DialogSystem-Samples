       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  amount-display              PIC 9(9)V99.
      *  apply-amount/realized-fx-amount carry the applied cash to
      *  the shared custfxrk keeper and its exchange gain or loss
      *  back -- see CUSTFXRK.CBL.
       77  apply-amount                PIC 9(7)V99 COMP.
       77  realized-fx-amount          PIC S9(9)V99 COMP.

       LINKAGE SECTION.

                   goback
           END-WRITE

      *  Cash spread onto a foreign-currency order realizes the
      *  exchange movement since the order was booked, at today's
      *  rate -- recorded against the order-keyed payment.
           MOVE VOC-C-APPLY-AMT TO apply-amount
           CALL "custfxrk" USING VOC-c-code, apply-ord-no, pay-no,
                                  pay-date, apply-amount,
                                  ord-currency, ord-date,
                                  realized-fx-amount
           END-CALL

      *  ...and off the on-account pool, as a negating record.
           MOVE 0 TO pay-ord-no
           PERFORM Post-Payment-Record
