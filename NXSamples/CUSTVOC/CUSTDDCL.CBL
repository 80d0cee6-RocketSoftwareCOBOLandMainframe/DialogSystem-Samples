      * account, customer, order, amount, collection date).          *
      * Nothing posts here: the cash only exists when the bank's     *
      * response comes back through CUSTDDST.CBL on settlement       *
      * day.  The mandate's account is decrypted through the         *
      * custbkac keeper (the CUSTDDKEY key must be set for the run)  *
      * only as it goes into the collection file -- the register     *
      * never shows it.  The bank collects only on a working day, so *
      * a run made on a weekend or holiday dates its collections for *
      * the next working day off the shared custbday calendar.       *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
       01  today-yyyymmdd              PIC 9(8).
       77  work-due-date               PIC 9(8).
       77  effective-due-date          PIC 9(8).
      *  collect-date is today rolled forward to a working day --
      *  the date every collection in this run asks the bank for.
       77  collect-date                PIC 9(8).
       77  bday-function               PIC X VALUE "R".
       77  bday-to-date                PIC 9(8) VALUE 0.
       77  bday-day-count              PIC S9(7) COMP.
       77  order-balance               PIC S9(9)V99 COMP.
       77  ord-eof-switch              PIC X VALUE "N".
           88  ord-eof                 VALUE "Y".
       77  customer-on-file-switch     PIC X VALUE "N".
           88  customer-on-file         VALUE "Y".

      *  The mandate's account is decrypted through custbkac only
      *  here, into collect-account, for the bank's file -- never
      *  printed.  A mandate still plain from before encryption is
      *  collected as it stands and flagged for CUSTCNVB.
       77  bkac-result                 PIC X.
       77  collect-account             PIC X(12).
       77  collect-account-last4       PIC X(4).
       77  plain-mandates              PIC 9(5) COMP VALUE 0.

       77  collections-written         PIC 9(6) COMP.
       77  collection-value            PIC S9(9)V99 COMP.

           MOVE 0 TO collections-written
           MOVE 0 TO collection-value
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           CALL "custbday" USING bday-function, today-yyyymmdd,
                                 bday-to-date, collect-date,
                                 bday-day-count
           END-CALL

           OPEN INPUT ddmand-file
           IF  dd-file-not-found
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  Without the account key nothing can go to the bank -- the
      *  run writes an empty collection file and fails.
           IF  NOT no-mandate-file
               CALL "custbkac" USING "K", dd-c-code, collect-account,
                                      dd-bank-account,
                                      collect-account-last4, bkac-result
               END-CALL
               IF  bkac-result NOT = "Y"
                   MOVE "ACCOUNT KEY NOT SET -- NO COLLECTIONS WRITTEN"
                       TO report-line
                   WRITE report-line
                   MOVE 8 TO run-rc-code
                   SET dd-file-eof TO TRUE
               END-IF
           END-IF.
           EXIT.

      ****************************************************
               EXIT SECTION
           END-IF

           IF  account-encrypted
               CALL "custbkac" USING "D", dd-c-code, collect-account,
                                      dd-bank-account,
                                      collect-account-last4, bkac-result
               END-CALL
           ELSE
               MOVE dd-bank-account TO collect-account
               ADD 1 TO plain-mandates
               MOVE SPACES TO detail-line
               MOVE dd-c-code TO dl-c-code
               MOVE "MANDATE NOT YET ENCRYPTED" TO dl-note
               MOVE detail-line TO report-line
               WRITE report-line
           END-IF

           MOVE "N" TO ord-eof-switch
           MOVE dd-c-code TO ord-c-code
           MOVE 0         TO ord-no

           MOVE SPACES TO collection-record
           MOVE dd-bank-routing TO dc-bank-routing
           MOVE collect-account TO dc-bank-account
           MOVE dd-c-code       TO dc-c-code
           MOVE ord-no          TO dc-ord-no
           MOVE order-balance   TO dc-amount
           MOVE collect-date    TO dc-collect-date
           WRITE collection-record

           ADD 1 TO collections-written
           MOVE collection-value    TO tl-value
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE SPACES TO collect-account
           IF  plain-mandates > 0
               MOVE plain-mandates TO tl-count
               MOVE SPACES TO report-line
               STRING "MANDATES NOT YET ENCRYPTED -- RUN CUSTCNVB: "
                      tl-count
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           CALL "custrunc" USING "CUSTDDCL", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
