      *****************************************************************
      *                                                               *
      * Shared copy of the collections call-log record layout.        *
      * calllog.ism holds one record per call outcome VOCCOLL.CBL     *
      * logs -- keyed by date first, so the CUSTCOLS.CBL daily        *
      * activity summary STARTs at the day it reports on instead of   *
      * reading every call ever made.  cl-seq separates two entries   *
      * for the same account landing in the same second, as aud-seq   *
      * does on the audit trail.                                      *
      *                                                               *
      *****************************************************************
       01  calllog-record.
           03  cl-key.
               05  cl-date             PIC 9(8).
               05  cl-collector        PIC X(3).
               05  cl-c-code           PIC X(5).
               05  cl-time             PIC 9(6).
               05  cl-seq              PIC 9(4).
           03  cl-operator             PIC X(8).
           03  cl-outcome              PIC X.
               88  cl-no-answer            VALUE "N".
               88  cl-promise-taken        VALUE "P".
               88  cl-dispute-raised       VALUE "D".
               88  cl-escalated            VALUE "E".
               88  cl-valid-outcome        VALUE "N" "P" "D" "E".
           03  cl-next-action-date     PIC 9(8).
           03  cl-amount-at-risk       PIC S9(9)V99 COMP.
           03  cl-promise-amount       PIC 9(7)V99 COMP.
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
