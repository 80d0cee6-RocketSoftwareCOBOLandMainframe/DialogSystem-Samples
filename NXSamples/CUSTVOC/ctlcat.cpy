      *****************************************************************
      *                                                               *
      * Shared catalogue of the ctlfile.ism control records (see      *
      * custctl.cpy) -- every record id the suite reads, what it      *
      * holds, its kind, the range a value may take and the value     *
      * the programs use when the record is not on file.  VOCPARM     *
      * maintains the records from it and CUSTPARL lists them for     *
      * the auditors.  The kinds:                                     *
      *                                                               *
      *   T  a business threshold -- changed on VOCPARM by a manager  *
      *   C  a number the suite hands out, or the last batch          *
      *      sequence it accepted                                     *
      *   K  a checkpoint or run marker a batch step keeps            *
      *                                                               *
      * A C or K record is never changed as a threshold: it moves     *
      * only by the supervised reset on VOCPARM, because setting      *
      * one back reissues numbers or reruns work already done.        *
      * A new control record is added here as well as to the          *
      * program that reads it, and ctl-cat-count raised to match.     *
      *                                                               *
      *****************************************************************
       01  ctl-catalogue-table.
           03  FILLER                  PIC X(25) VALUE
               "APPRLIM T0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "ORDER APPROVAL LIMIT (0 = NONE)".
           03  FILLER                  PIC X(25) VALUE
               "MCHKLIM T0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "MAKER-CHECKER LIMIT (0 = NONE)".
           03  FILLER                  PIC X(25) VALUE
               "IDLEMIN T0000000000000480".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "IDLE TIMEOUT MINUTES (0 = OFF)".
           03  FILLER                  PIC X(25) VALUE
               "PWDAYS  T0000000000000999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "PASSWORD EXPIRY DAYS (0 = NEVER)".
           03  FILLER                  PIC X(25) VALUE
               "PFDAYS  T0000000100000365".
           03  FILLER                  PIC 9(8)  VALUE 14.
           03  FILLER                  PIC X(36) VALUE
               "PRO-FORMA EXPIRY DAYS".
           03  FILLER                  PIC X(25) VALUE
               "DEDTOL  T0000000000099999".
           03  FILLER                  PIC 9(8)  VALUE 10.
           03  FILLER                  PIC X(36) VALUE
               "SHORT-PAY DEDUCTION TOLERANCE".
           03  FILLER                  PIC X(25) VALUE
               "FACTADV T0000000100000100".
           03  FILLER                  PIC 9(8)  VALUE 80.
           03  FILLER                  PIC X(36) VALUE
               "FACTORING ADVANCE PERCENT".
           03  FILLER                  PIC X(25) VALUE
               "FACTFEE T0000000000009999".
           03  FILLER                  PIC 9(8)  VALUE 150.
           03  FILLER                  PIC X(36) VALUE
               "FACTORING FEE, 1/100 PERCENT".
           03  FILLER                  PIC X(25) VALUE
               "CARRYPCTT0000000000009999".
           03  FILLER                  PIC 9(8)  VALUE 800.
           03  FILLER                  PIC X(36) VALUE
               "CARRYING COST RATE, 1/100 PERCENT".
           03  FILLER                  PIC X(25) VALUE
               "FRTCOST T0000000009999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "STANDARD SHIPMENT COST, CENTS".
           03  FILLER                  PIC X(25) VALUE
               "LEADPCT T0000000100000100".
           03  FILLER                  PIC 9(8)  VALUE 20.
           03  FILLER                  PIC X(36) VALUE
               "SUPPLIER LEAD-TIME TOLERANCE PCT".
           03  FILLER                  PIC X(25) VALUE
               "MTCHPCT T0000000000000100".
           03  FILLER                  PIC 9(8)  VALUE 2.
           03  FILLER                  PIC X(36) VALUE
               "INVOICE MATCH PRICE TOLERANCE PCT".
           03  FILLER                  PIC X(25) VALUE
               "MTCHQTY T0000000000099999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "INVOICE MATCH QUANTITY TOLERANCE".
           03  FILLER                  PIC X(25) VALUE
               "PODDAYS T0000000100000999".
           03  FILLER                  PIC 9(8)  VALUE 5.
           03  FILLER                  PIC X(36) VALUE
               "DAYS TO PROOF OF DELIVERY".
           03  FILLER                  PIC X(25) VALUE
               "FRALDAYST0000000100000999".
           03  FILLER                  PIC 9(8)  VALUE 30.
           03  FILLER                  PIC X(36) VALUE
               "FRAUD ALERT WINDOW DAYS".
           03  FILLER                  PIC X(25) VALUE
               "ABCAPCT T0000000100000099".
           03  FILLER                  PIC 9(8)  VALUE 80.
           03  FILLER                  PIC X(36) VALUE
               "ABC CLASS A VALUE PERCENT".
           03  FILLER                  PIC X(25) VALUE
               "ABCBPCT T0000000100000099".
           03  FILLER                  PIC 9(8)  VALUE 15.
           03  FILLER                  PIC X(36) VALUE
               "ABC CLASS B VALUE PERCENT".
           03  FILLER                  PIC X(25) VALUE
               "RPTDAYS T0000000100009999".
           03  FILLER                  PIC 9(8)  VALUE 90.
           03  FILLER                  PIC X(36) VALUE
               "DAILY REPORT RETENTION DAYS".
           03  FILLER                  PIC X(25) VALUE
               "RPTYEARST0000000100000099".
           03  FILLER                  PIC 9(8)  VALUE 7.
           03  FILLER                  PIC X(36) VALUE
               "PERIOD-END REPORT RETENTION YEARS".
           03  FILLER                  PIC X(25) VALUE
               "ADJNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT ADJUSTMENT NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "BKONO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT BACKORDER NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "CNSVNO  C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT CONSIGNMENT VARIANCE NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "CUSTNO  C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT CUSTOMER CODE".
           03  FILLER                  PIC X(25) VALUE
               "DEDNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT DEDUCTION NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "FACTSCH C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT FACTORING SCHEDULE NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "FACTHWM C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST INVOICE OFFERED TO THE FACTOR".
           03  FILLER                  PIC X(25) VALUE
               "INVNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT INVOICE NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "ISSNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT SERVICE ISSUE NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "MAILNO  C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT MAIL MESSAGE NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "ORDNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT ORDER NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "PAYNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT PAYMENT NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "PFNO    C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT PRO-FORMA NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "PONO    C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT PURCHASE ORDER NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "PRMNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT PAYMENT PROMISE NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "PTXNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT MAKER-CHECKER QUEUE NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "QUONO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT QUOTATION NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "RCVNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT RECEIPT NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "RFDNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT REFUND NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "RMANO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT RMA NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "SRTNO   C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT SUPPLIER RETURN NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "WONO    C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NEXT WORK ORDER NUMBER".
           03  FILLER                  PIC X(25) VALUE
               "BKBSEQ  C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST BANK BATCH SEQUENCE ACCEPTED".
           03  FILLER                  PIC X(25) VALUE
               "OIBSEQ  C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST ORDER IMPORT BATCH SEQUENCE".
           03  FILLER                  PIC X(25) VALUE
               "RCBSEQ  C0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST RECEIPT BATCH SEQUENCE".
           03  FILLER                  PIC X(25) VALUE
               "GLCKPT  K0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "GL EXPORT CHECKPOINT".
           03  FILLER                  PIC X(25) VALUE
               "IVCKPT  K0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "INVENTORY GL EXPORT CHECKPOINT".
           03  FILLER                  PIC X(25) VALUE
               "CMCKPT  K0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "COMMISSION RUN CHECKPOINT".
           03  FILLER                  PIC X(25) VALUE
               "SHCKPT  K0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "SALES HISTORY ROLL-UP CHECKPOINT".
           03  FILLER                  PIC X(25) VALUE
               "BATCHRUNK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "NIGHTLY BATCH RUNNING MARKER".
           03  FILLER                  PIC X(25) VALUE
               "CINVDATEK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST INVOICE CONSOLIDATION DATE".
           03  FILLER                  PIC X(25) VALUE
               "FRALDATEK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST FRAUD ALERT RUN DATE".
           03  FILLER                  PIC X(25) VALUE
               "OPRDDATEK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST OPERATOR PRODUCTIVITY RUN".
           03  FILLER                  PIC X(25) VALUE
               "OTIFDATEK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST ON-TIME-IN-FULL RUN DATE".
           03  FILLER                  PIC X(25) VALUE
               "SODRDATEK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST SEGREGATION OF DUTIES RUN".
           03  FILLER                  PIC X(25) VALUE
               "STMTLRUNK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST STATEMENT RUN DATE".
           03  FILLER                  PIC X(25) VALUE
               "XORPHANSK0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "ORPHAN COUNT AT LAST CROSS-CHECK".
           03  FILLER                  PIC X(25) VALUE
               "YECLOSE K0000000099999999".
           03  FILLER                  PIC 9(8)  VALUE 0.
           03  FILLER                  PIC X(36) VALUE
               "LAST YEAR CLOSED".

       01  ctl-catalogue REDEFINES ctl-catalogue-table.
           03  ctl-cat-entry OCCURS 57.
               05  ctl-cat-id          PIC X(8).
               05  ctl-cat-kind        PIC X.
                   88  ctl-cat-threshold   VALUE "T".
                   88  ctl-cat-counter     VALUE "C".
                   88  ctl-cat-checkpoint  VALUE "K".
               05  ctl-cat-low         PIC 9(8).
               05  ctl-cat-high        PIC 9(8).
               05  ctl-cat-default     PIC 9(8).
               05  ctl-cat-desc        PIC X(36).
       78  ctl-cat-count                   VALUE 57.
