      * Record-Payment and the batch posting paths refuse dates      *
      * inside it -- prints the period's final totals from           *
      * order-file and payment-file, and opens the following month.  *
      * The month's DSO and collection-effectiveness figures are     *
      * stored on kpihist.ism through the custkpi step on the way.   *
      * Closing the same month twice is reported and ignored.        *
      * The close warns (but goes ahead) when the month's CUSTGLRC   *
      * reconciliation against the ledger left an unexplained        *
      * difference, or was never run -- see glrecon.cpy.             *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           ACCESS IS DYNAMIC
           FILE STATUS IS isnp-status.

           SELECT glrecon-file ASSIGN "glrecon.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS glr-yyyymm
           ACCESS IS DYNAMIC
           FILE STATUS IS glr-status-code.

           SELECT report-file ASSIGN "custclos.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  invsnap-file.
           COPY "invsnap.cpy".

       FD  glrecon-file.
           COPY "glrecon.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

           88  isnp-file-ok            VALUE "00".
           88  isnp-file-not-found     VALUE "35".

       01  glr-status-code             PIC XX.
           88  glr-file-ok             VALUE "00".
           88  glr-file-not-found      VALUE "35".
       77  glr-ind                     PIC 9(4) COMP.
       77  glr-amount-display          PIC ZZZ,ZZZ,ZZ9.99-.

      *  kpi-records comes back from custkpi -- the number of
      *  company, area and rep KPI records it wrote for the month.
       77  kpi-records                 PIC 9(6) COMP.

       77  snapshot-items              PIC 9(6) COMP.
       77  snapshot-value              PIC S9(9)V99 COMP.

               PERFORM Total-Period-Orders
               PERFORM Total-Period-Payments
               PERFORM Print-Period-Totals
               PERFORM Check-GL-Reconciliation
               PERFORM Write-Inventory-Snapshot
               PERFORM Write-Kpi-History
               PERFORM Open-Next-Month
           END-IF

           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-GL-Reconciliation warns when the month    *
      *  goes closed without CUSTGLRC having proved the  *
      *  subledger to the ledger's control accounts --   *
      *  the close itself still goes ahead.              *
      *                                                  *
      ****************************************************

       Check-GL-Reconciliation SECTION.

           OPEN INPUT glrecon-file
           IF  glr-file-not-found
               MOVE SPACES TO glrecon-record
           ELSE
               MOVE close-month TO glr-yyyymm
               READ glrecon-file
                   INVALID KEY
                       MOVE SPACES TO glrecon-record
               END-READ
               CLOSE glrecon-file
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
           EVALUATE TRUE
               WHEN recon-clean
                   MOVE "GL CONTROL ACCOUNTS RECONCILED" TO report-line
                   WRITE report-line
               WHEN recon-unexplained
                   DISPLAY "CUSTCLOS: WARNING -- " close-month
                       " CLOSED WITH AN UNEXPLAINED GL DIFFERENCE"
                   MOVE "*** WARNING: UNEXPLAINED GL DIFFERENCE"
                       TO report-line
                   WRITE report-line
                   PERFORM VARYING glr-ind FROM 1 BY 1
                                   UNTIL glr-ind > 3
                       IF  glr-unexplained(glr-ind) NOT = 0
                           MOVE glr-unexplained(glr-ind)
                               TO glr-amount-display
                           MOVE SPACES TO report-line
                           STRING glr-control(glr-ind)
                                  " UNEXPLAINED:      "
                                  glr-amount-display
                               DELIMITED BY SIZE INTO report-line
                           WRITE report-line
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "CUSTCLOS: WARNING -- " close-month
                       " CLOSED WITHOUT A GL RECONCILIATION"
                   MOVE "*** WARNING: NO GL RECONCILIATION ON FILE"
                       TO report-line
                   WRITE report-line
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Inventory-Snapshot freezes the stock          *
           MOVE inv-code        TO isnp-item-code
           MOVE inv-type        TO isnp-type
           MOVE inv-quantity    TO isnp-qty
           MOVE inv-avg-cost    TO isnp-cost
           COMPUTE isnp-value = inv-quantity * inv-avg-cost
           MOVE today-yyyymmdd  TO isnp-taken-date
           REWRITE invsnap-record
               INVALID KEY
                   WRITE invsnap-record
           ADD isnp-value TO snapshot-value.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Kpi-History has custkpi store the month's     *
      *  DSO and collection-effectiveness figures for the     *
      *  company, each area and each rep -- the history the     *
      *  CUSTKPIR trend report prints.                          *
      *                                                  *
      ****************************************************

       Write-Kpi-History SECTION.

           MOVE 0 TO kpi-records
           CALL "custkpi" USING close-month, kpi-records
           END-CALL

           MOVE SPACES TO report-line
           STRING "COLLECTION KPI HISTORY WRITTEN FOR " close-month
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "KPI RECORDS WRITTEN:" TO cl-label
           MOVE kpi-records TO cl-count
           MOVE count-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Open-Next-Month writes (or re-opens) the month    *
