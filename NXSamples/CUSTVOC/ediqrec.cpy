      *****************************************************************
      *                                                               *
      * Shared copy of the outbound partner-document queue record.    *
      * edioutq.dat collects one record per business event a trading  *
      * partner may want an electronic document for -- a shipment     *
      * confirmed through VOCFULF, an invoice cut by Write-Invoice in *
      * VOCOK, Write-Approved-Invoice in VOCAPPR or the weekly        *
      * CUSTCINV consolidation -- written by the shared custediq      *
      * writer (CUSTEDIQ.CBL).  The nightly CUSTEDIX.CBL step turns   *
      * the queue into one enveloped outbound file per partner,       *
      * building each document from the masters, and moves what it    *
      * sent to ediohist.dat under the date it was sent, so a resend  *
      * can rebuild that day's file.                                  *
      *                                                               *
      *****************************************************************
       01  ediq-record.
           03  eq-date                 PIC 9(8).
           03  eq-time                 PIC 9(6).
      *  eq-type "ASN " is a shipment (eq-ord-no shipped), "INV " an
      *  invoice (eq-invo-no, with eq-ord-no zero for a consolidated
      *  one) and "INVO" one order covered by a consolidated invoice
      *  -- CUSTCINV queues one per order after the "INV " record.
           03  eq-type                 PIC X(4).
               88  eq-ship-notice          VALUE "ASN ".
               88  eq-invoice              VALUE "INV ".
               88  eq-invoice-order        VALUE "INVO".
           03  eq-c-code               PIC X(5).
           03  eq-ord-no               PIC 9(6).
           03  eq-invo-no              PIC 9(6).
      *  An "ASN " carries no invoice; the same six digits carry the
      *  order's shipment number instead (CUSTSHIP, shiplnrc.cpy),
      *  zero for a notice queued before orders shipped in parts.
           03  eq-ship-ref REDEFINES eq-invo-no.
               05  FILLER              PIC 9(3).
               05  eq-ship-no          PIC 9(3).
      *  eq-sent-date is zero on the queue; the history copy carries
      *  the date of the outbound file the document went out in.
           03  eq-sent-date            PIC 9(8).
