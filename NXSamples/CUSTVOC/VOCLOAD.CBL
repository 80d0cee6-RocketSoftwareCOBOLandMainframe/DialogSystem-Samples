               MOVE "N" TO VOC-ORD-VOID-FLAG(array-ind)
               MOVE SPACES TO VOC-ORD-VOID-REASON(array-ind)
               MOVE 0 TO VOC-ORD-VOID-DATE(array-ind)
               MOVE 0 TO VOC-ORD-REQ-DATE(array-ind)
           END-PERFORM

           MOVE 0 TO page-start-ord-no
                           TO VOC-ORD-VOID-REASON(order-count)
                       MOVE ord-void-date
                           TO VOC-ORD-VOID-DATE(order-count)
      *  An order written before requested dates were kept has
      *  none -- the row shows zero rather than stray spaces.
                       IF  ord-req-date NUMERIC
                           MOVE ord-req-date
                               TO VOC-ORD-REQ-DATE(order-count)
                       ELSE
                           MOVE 0 TO VOC-ORD-REQ-DATE(order-count)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               MOVE "N" TO VOC-ORD-VOID-FLAG(array-ind)
               MOVE SPACES TO VOC-ORD-VOID-REASON(array-ind)
               MOVE 0 TO VOC-ORD-VOID-DATE(array-ind)
               MOVE 0 TO VOC-ORD-REQ-DATE(array-ind)
           END-PERFORM

           MOVE VOC-c-code TO file-c-code
