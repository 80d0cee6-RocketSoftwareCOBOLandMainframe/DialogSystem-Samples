           FILE STATUS IS lot-status
           lock MODE IS AUTOMATIC.

      *  suprtn-file takes the supplier return a "V" disposition
      *  raises -- see srtnrec.cpy and CUSTSRTN.CBL.
           SELECT suprtn-file ASSIGN "srtn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS srt-no
           ACCESS IS DYNAMIC
           FILE STATUS IS srt-status-code
           lock MODE IS AUTOMATIC.

       DATA DIVISION.

       FILE SECTION.
       FD  invlot-file.
           COPY "invlotrc.cpy".

       FD  suprtn-file.
           COPY "srtnrec.cpy".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".

       78  control-id-rmano                VALUE "RMANO   ".
       78  control-id-adjno                VALUE "ADJNO   ".
       78  control-id-srtno                VALUE "SRTNO   ".

       77  today-date-yyyymmdd         PIC 9(8).
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).
       77  movement-qty                PIC S9(5) COMP.
      *  Only a goods receipt against a purchase order carries
      *  costs onto the movement ledger -- zero here.
       01  no-movement-costs.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
           03  FILLER                  PIC 9(5)V99 COMP VALUE 0.
      *  Returned goods come back onto the main warehouse dock --
      *  see locrec.cpy.
       77  main-location               PIC X(3) VALUE "WH1".
      *  Goods going back to the supplier wait in quarantine, where
      *  nothing is picked from, until CUSTSRTN ships them.
       77  quarantine-location         PIC X(3) VALUE "QTN".
       77  rma-location                PIC X(3).

      *  Working storage for Raise-Supplier-Return below -- what the
      *  shared invlotsr lookup finds of the returned lot's receipt.
       01  srt-status-code             PIC XX.
           88  srt-file-ok             VALUE "00".
           88  srt-file-not-found      VALUE "35".
       77  lot-po-no                   PIC 9(6).
       77  lot-po-line                 PIC 9(3).
       77  lot-unit-cost               PIC 9(5)V99 COMP.
       77  raised-return-no            PIC 9(6).

      *  rma-line-lot is the lot the original line shipped from
      *  (spaces for an untracked item) -- the return restocks the
      *  fields VOC-C-RMA-NO (the authorization being received),
      *  VOC-C-RMA-ORD-NO/VOC-C-RMA-LINE-NO (the original order
      *  line), VOC-C-RMA-QTY and VOC-C-RMA-REASON -- see the
      *  entry points below -- and VOC-C-RMA-DISPOSITION, the one
      *  letter the dock keys on receipt (see rmarec.cpy).
           COPY "custvoc.cpb".

      ****************************************************

      ****************************************************
      *                                                  *
      *  Receive-RMA posts the goods' arrival in one     *
      *  transaction: the stock goes back onto           *
      *  invmast.ism and through the invmove.dat ledger  *
      *  as an "IN " movement with the RMA reason, and   *
      *  the matching credit memo is cut against the     *
      *  original order -- so the stock side and the     *
      *  credit side can no longer drift apart.  What    *
      *  happens to the goods follows the disposition    *
      *  keyed in VOC-C-RMA-DISPOSITION: "R" (or         *
      *  nothing) restocks them on the main dock as      *
      *  always; "S" scraps them, writing them straight  *
      *  back off the ledger with reason "SCR"; "V"      *
      *  puts them in quarantine and raises a supplier   *
      *  return against the supplier and PO the lot was  *
      *  received on.  The customer's credit is the same *
      *  whichever it is.                                *
      *                                                  *
      ****************************************************

               goback
           END-IF

           MOVE VOC-C-RMA-DISPOSITION TO rma-disposition
           IF  rma-disposition = SPACE
               MOVE "R" TO rma-disposition
           END-IF
           IF  NOT rma-restocked AND NOT rma-scrapped
                   AND NOT rma-to-supplier
               DISPLAY "DISPOSITION MUST BE R (RESTOCK), S (SCRAP) "
                   "OR V (RETURN TO SUPPLIER)"
               CLOSE rma-file
               goback
           END-IF

      *  The lot the original line shipped from names the receipt
      *  -- and so the supplier -- the goods first came in on.
           MOVE SPACES TO rma-line-lot
           MOVE rma-c-code  TO ordl-c-code
           MOVE rma-ord-no  TO ordl-ord-no
           MOVE rma-line-no TO ordl-line-no
           READ ordline-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ordl-lot-no TO rma-line-lot
           END-READ

           MOVE SPACES TO rma-supplier
           MOVE 0 TO lot-po-no lot-po-line lot-unit-cost
           IF  rma-line-lot NOT = SPACES
               CALL "invlotsr" USING rma-item-code, rma-line-lot,
                                      lot-po-no, lot-po-line,
                                      rma-supplier, lot-unit-cost
               END-CALL
           END-IF
           IF  rma-to-supplier AND rma-supplier = SPACES
               DISPLAY "NO SUPPLIER RECEIPT FOUND FOR THE RETURNED "
                   "LOT -- RESTOCK OR SCRAP INSTEAD"
               CLOSE rma-file
               goback
           END-IF

      *  The stock goes back on the shelf -- or into quarantine;
      *  scrapped goods never reach either...
           OPEN I-O inventory-file
           MOVE rma-item-code TO inv-code
           READ inventory-file
                   CLOSE rma-file
                   goback
           END-READ
           IF  NOT rma-scrapped
               ADD rma-qty TO inv-quantity
               REWRITE invmast-record
           END-IF
           CLOSE inventory-file

           IF  rma-to-supplier
               MOVE quarantine-location TO rma-location
           ELSE
               MOVE main-location TO rma-location
           END-IF

      *  ...through the movement ledger, reasoned to this RMA and
      *  carrying the lot the original line shipped from...
           MOVE rma-qty TO movement-qty
           CALL "invmove" USING rma-item-code, "IN ",
                                 movement-qty, rma-ord-no, "RMA",
                                 rma-location, rma-line-lot,
                                 no-movement-costs
           END-CALL
           IF  rma-scrapped
      *  ...and scrapped goods written straight back off under their
      *  own reason, which INVGLEX feeds to the ledger as scrap.
               COMPUTE movement-qty = 0 - rma-qty
               CALL "invmove" USING rma-item-code, "ADJ",
                                     movement-qty, rma-ord-no, "SCR",
                                     rma-location, rma-line-lot,
                                     no-movement-costs
               END-CALL
           ELSE
               CALL "invlocup" USING rma-item-code, rma-location,
                                      movement-qty
               END-CALL
           END-IF
      *  Only restocked goods go back into the lot the FIFO ship
      *  draw-down picks from.
           IF  rma-restocked AND rma-line-lot NOT = SPACES
               PERFORM Restock-Lot-Balance
           END-IF
           IF  rma-to-supplier
               PERFORM Raise-Supplier-Return
           END-IF

      *  ...and the matching credit memo is cut in the same breath.
           PERFORM Post-Rma-Credit
           STRING "RMA " rma-no " ITEM " rma-item-code
               DELIMITED BY SIZE INTO aud-before-image
           STRING "RECEIVED QTY " rma-qty " CREDIT " rma-amount
                  " DISPOSITION " rma-disposition
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "RMA-RECEIVE", rma-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           EVALUATE TRUE
               WHEN rma-scrapped
                   DISPLAY "RMA " rma-no " RECEIVED -- GOODS SCRAPPED "
                       "AND CREDIT POSTED"
               WHEN rma-to-supplier
                   DISPLAY "RMA " rma-no " RECEIVED -- GOODS HELD IN "
                       quarantine-location " FOR SUPPLIER RETURN "
                       raised-return-no " AND CREDIT POSTED"
               WHEN OTHER
                   DISPLAY "RMA " rma-no " RECEIVED -- STOCK RETURNED "
                       "AND CREDIT POSTED"
           END-EVALUATE

           goback.

           CLOSE invlot-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Raise-Supplier-Return writes the srtn.ism       *
      *  return for quarantined goods -- numbered off    *
      *  "SRTNO   " the way Issue-RMA numbers off        *
      *  "RMANO   " -- against the supplier and PO line  *
      *  the lot came in on, with the debit priced at    *
      *  what the supplier charged.  CUSTSRTN prints its *
      *  debit note and ships the goods.                 *
      *                                                  *
      ****************************************************

       Raise-Supplier-Return SECTION.

           OPEN I-O suprtn-file
           IF  srt-file-not-found
               OPEN OUTPUT suprtn-file
               CLOSE suprtn-file
               OPEN I-O suprtn-file
           END-IF

           MOVE control-id-srtno TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE 1 TO ctl-next-no
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO suprtn-record
           MOVE ctl-next-no TO srt-no raised-return-no
           ADD 1 TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   WRITE control-record
               END-WRITE
           END-REWRITE

           MOVE rma-supplier   TO srt-supplier
           MOVE lot-po-no      TO srt-po-no
           MOVE lot-po-line    TO srt-po-line
           MOVE rma-item-code  TO srt-item-code
           MOVE rma-line-lot   TO srt-lot-no
           MOVE rma-qty        TO srt-qty
           MOVE lot-unit-cost  TO srt-unit-cost
           COMPUTE srt-amount = lot-unit-cost * rma-qty
           MOVE rma-no         TO srt-rma-no
           MOVE rma-c-code     TO srt-c-code
           MOVE rma-reason     TO srt-reason
           ACCEPT today-date-yyyymmdd FROM DATE YYYYMMDD
           MOVE today-date-yyyymmdd TO srt-raise-date
           MOVE 0              TO srt-note-date
           MOVE "O"            TO srt-status
           MOVE 0              TO srt-credit-date
           MOVE 0              TO srt-credit-amount

           WRITE suprtn-record
               INVALID KEY
                   DISPLAY "COULD NOT WRITE SUPPLIER RETURN " srt-no
           END-WRITE
           CLOSE suprtn-file

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "RMA " rma-no " LOT " rma-line-lot
               DELIMITED BY SIZE INTO aud-before-image
           STRING "SUPPLIER RETURN " srt-no " TO " srt-supplier
                  " PO " srt-po-no " QTY " rma-qty
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "SUPPLIER-RTN", rma-c-code,
                                 aud-before-image, aud-after-image
           END-CALL.
           EXIT.

      ****************************************************
      *                                                  *
      *  Open-Rma-File opens rma.ism for update, creating  *
