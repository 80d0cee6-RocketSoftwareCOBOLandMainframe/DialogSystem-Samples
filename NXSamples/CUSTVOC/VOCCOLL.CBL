      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * A version of CUSTOMER.CBL written to use the                 *
      * Dialog Vocabulary, as much as possible                       *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      * This demonstration program is provided for use by users of   *
      * Rocket Software products and may be used, modified and       *
      * distributed as part of your application provided that you    *
      * properly acknowledge the copyright of Rocket Software in     *
      * this material.                                               *
      *                                                              *
      ****************************************************************

      **************************************************
      *                                                *
      * The vocabulary copybook which must be included *
      * before the main program starts.                *
      *                                                *
      **************************************************

           COPY "dslang.cpy".


       IDENTIFICATION DIVISION.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The collections files are opened and closed per entry
      *  point, the same self-contained pattern VOCPROM uses for
      *  promise.ism.
           SELECT callq-file ASSIGN "callq.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cq-key
           ACCESS IS DYNAMIC
           FILE STATUS IS cq-file-status
           lock MODE IS AUTOMATIC.

           SELECT collacct-file ASSIGN "collacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ca-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ca-status
           lock MODE IS AUTOMATIC.

           SELECT calllog-file ASSIGN "calllog.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS cl-status
           lock MODE IS AUTOMATIC.

           SELECT collmast-file ASSIGN "collmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS coll-code
           ACCESS IS DYNAMIC
           FILE STATUS IS coll-status
           lock MODE IS AUTOMATIC.

      *  order-file tells Log-Call-Outcome whether a dispute has
      *  been flagged -- already open in CUSTVOC's
      *  Program-Initialize.
           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           lock MODE IS AUTOMATIC.

       DATA DIVISION.

       FILE SECTION.
       FD  callq-file.
           COPY "callq.cpy".

       FD  collacct-file.
           COPY "collacct.cpy".

       FD  calllog-file.
           COPY "calllog.cpy".

       FD  collmast-file.
           COPY "collmast.cpy".

       FD  order-file is external.
           COPY "custordr.cpy".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".

       01  cq-file-status              PIC XX.
           88  cq-file-ok              VALUE "00".
           88  cq-file-not-found       VALUE "35".

       01  ca-status                   PIC XX.
           88  ca-file-not-found       VALUE "35".

       01  cl-status                   PIC XX.
           88  cl-file-not-found       VALUE "35".

       01  coll-status                 PIC XX.
           88  coll-file-not-found     VALUE "35".

       78  queue-list-size                 VALUE 15.

      *  Days to the next call when the collector keys no date --
      *  a promise is looked at again the day after it falls due.
       78  no-answer-recall-days           VALUE 1.
       78  dispute-recall-days             VALUE 14.
       78  escalate-recall-days            VALUE 7.

       77  queue-row-ind               PIC 9(4) COMP.
       77  scan-eof-switch             PIC X VALUE "N".
           88  scan-eof                VALUE "Y".

      *  queue-row-codes remembers which account sits on which
      *  CALLQ-LIST-BOX row; queue-collector is the queue listed.
       01  queue-row-codes.
           03  queue-row-code OCCURS 15 TIMES
                                       PIC X(5).
       77  queue-collector             PIC X(3) VALUE SPACES.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  time-now                    PIC 9(8).
       77  next-action-date            PIC 9(8).
       77  call-outcome                PIC X.
           88  outcome-no-answer           VALUE "N".
           88  outcome-promise-taken       VALUE "P".
           88  outcome-dispute-raised      VALUE "D".
           88  outcome-escalated           VALUE "E".
           88  outcome-valid               VALUE "N" "P" "D" "E".
       77  promise-amount              PIC 9(7)V99 COMP.
       77  promise-keyed               PIC 9(7)V99 COMP.
       77  promise-date                PIC 9(8).
       77  risk-amount                 PIC S9(9)V99 COMP.
       77  dispute-found-switch        PIC X.
           88  dispute-found               VALUE "Y".
       77  entry-found-switch          PIC X.
           88  entry-found                 VALUE "Y".
       77  write-done-switch           PIC X.
           88  write-complete              VALUE "Y".

       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

      *  The signed-on session block -- an inquiry sign-on looks
      *  but never touches.  See custsign.cpy.
           COPY "custsign.cpy".

       LINKAGE SECTION.

	    COPY "ds-call.cpy".
      *  custvoc.cpb is expected to carry a call-queue window: an
      *  entry field VOC-C-COLLECTOR (blank for the signed-on
      *  collector's own queue), a CALLQ-LIST-BOX with a
      *  queue-list-size-row VOC-CQ-C-CODE/VOC-CQ-NAME/
      *  VOC-CQ-AMOUNT/VOC-CQ-DAYS/VOC-CQ-SIGNALS array and
      *  VOC-CQ-COUNT, and the outcome fields VOC-C-CALL-OUTCOME
      *  (N, P, D or E) and VOC-C-NEXT-ACTION (the date to call
      *  again, blank for the default) -- see the entry points
      *  below.  A promise taken on the call is keyed into the
      *  VOC-C-PRM-AMT/VOC-C-PRM-DATE fields Record-Promise uses.
           COPY "custvoc.cpb".

      ****************************************************
      *                                                  *
      *  Load-Call-Queue lists the waiting entries on    *
      *  the collector's callq.ism queue, in rank order  *
      *  -- the queue keyed in VOC-C-COLLECTOR, or the   *
      *  one belonging to the signed-on operator.        *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION Using Dsc-Control-Block, Voc-Data-Block.

       Load-Call-Queue SECTION.

       ENTRY "Load-Call-Queue".

           MOVE 0 TO queue-row-ind
           MOVE SPACES TO queue-row-codes
           MOVE 0 TO VOC-CQ-COUNT

           PERFORM Find-Queue-Collector
           IF  queue-collector = SPACES
               DISPLAY "NO COLLECTOR FOR SIGN-ON " session-operator
                   " -- KEY THE COLLECTOR CODE"
               goback
           END-IF

           OPEN INPUT callq-file
           IF  cq-file-not-found
               DISPLAY "NO CALL QUEUE HAS BEEN BUILT YET"
               goback
           END-IF

           MOVE "N" TO scan-eof-switch
           MOVE queue-collector TO cq-collector
           MOVE 0               TO cq-rank
           START callq-file KEY IS NOT LESS THAN cq-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START

           PERFORM UNTIL scan-eof
                           OR queue-row-ind >= queue-list-size
               READ callq-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
               END-READ
               IF  NOT scan-eof
                   IF  cq-collector NOT = queue-collector
                       SET scan-eof TO TRUE
                   ELSE
                       IF  cq-waiting
                           PERFORM Add-Queue-Row
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE callq-file

           MOVE queue-row-ind TO VOC-CQ-COUNT
           IF  queue-row-ind = 0
               DISPLAY "QUEUE " queue-collector " IS CLEAR"
           END-IF

           REFRESH-OBJECT CALLQ-LIST-BOX
           SET-FOCUS CALLQ-LIST-BOX

           goback.

      ****************************************************
      *                                                  *
      *  Find-Queue-Collector -- the keyed collector,    *
      *  or the collmast.ism collector whose sign-on is  *
      *  the session's.                                  *
      *                                                  *
      ****************************************************

       Find-Queue-Collector SECTION.

           MOVE VOC-C-COLLECTOR TO queue-collector
           IF  queue-collector NOT = SPACES
               EXIT SECTION
           END-IF

           OPEN INPUT collmast-file
           IF  coll-file-not-found
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           MOVE LOW-VALUES TO coll-code
           START collmast-file KEY IS NOT LESS THAN coll-code
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START

           PERFORM UNTIL scan-eof
               READ collmast-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
               END-READ
               IF  NOT scan-eof
                   IF  coll-operator = session-operator
                       MOVE coll-code TO queue-collector
                       SET scan-eof TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE collmast-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Queue-Row SECTION.

           ADD 1 TO queue-row-ind
           MOVE cq-c-code TO queue-row-code(queue-row-ind)
           MOVE cq-c-code TO VOC-CQ-C-CODE(queue-row-ind)
           MOVE cq-c-name TO VOC-CQ-NAME(queue-row-ind)
           MOVE cq-amount-at-risk TO VOC-CQ-AMOUNT(queue-row-ind)
           MOVE cq-days-overdue   TO VOC-CQ-DAYS(queue-row-ind)

           MOVE SPACES TO VOC-CQ-SIGNALS(queue-row-ind)
           IF  cq-sig-over-limit = "Y"
               MOVE "L" TO VOC-CQ-SIGNALS(queue-row-ind)(1:1)
           END-IF
           IF  cq-sig-broken-prm = "Y"
               MOVE "P" TO VOC-CQ-SIGNALS(queue-row-ind)(2:1)
           END-IF
           IF  cq-sig-missed-plan = "Y"
               MOVE "I" TO VOC-CQ-SIGNALS(queue-row-ind)(3:1)
           END-IF
           IF  cq-sig-dispute = "Y"
               MOVE "D" TO VOC-CQ-SIGNALS(queue-row-ind)(4:1)
           END-IF
           IF  cq-sig-aged-90 = "Y"
               MOVE "9" TO VOC-CQ-SIGNALS(queue-row-ind)(5:1)
           END-IF
           IF  cq-sig-unapplied = "Y"
               MOVE "U" TO VOC-CQ-SIGNALS(queue-row-ind)(6:1)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Select-From-Call-Queue loads the picked         *
      *  account onto MAIN-WINDOW exactly as typing the  *
      *  code would -- the same hand-off Select-From-    *
      *  Find in VOCFIND makes -- ready for the call.    *
      *                                                  *
      ****************************************************

       Select-From-Call-Queue SECTION.

       ENTRY "Select-From-Call-Queue".

           IF  queue-row-code(VOC-DOLLAR-REGISTER) = SPACES
               DISPLAY "NOTHING ON THAT ROW"
               goback
           END-IF

           MOVE queue-row-code(VOC-DOLLAR-REGISTER) TO VOC-c-code
           CALL "vocload" USING Dsc-Control-Block, Voc-Data-Block
           END-CALL

           DELETE-WINDOW CALLQ-LIST-BOX SYS-NULL
           SET-FOCUS MAIN-WINDOW

           goback.

      ****************************************************
      *                                                  *
      *  Log-Call-Outcome records how the call on the    *
      *  loaded account went -- no answer, promise       *
      *  taken (filed through Record-Promise), dispute   *
      *  raised or escalated -- sets the date the        *
      *  account comes back onto the queue, marks the    *
      *  queue entry worked and writes the call log      *
      *  CUSTCOLS reports from.                          *
      *                                                  *
      ****************************************************

       Log-Call-Outcome SECTION.

       ENTRY "Log-Call-Outcome".

           IF  session-inquiry
               DISPLAY "INQUIRY SIGN-ON -- CALL LOGGING IS DISABLED"
               goback
           END-IF

           IF  VOC-c-code = SPACES
               DISPLAY "LOAD THE ACCOUNT BEFORE LOGGING THE CALL"
               goback
           END-IF

           MOVE VOC-C-CALL-OUTCOME TO call-outcome
           IF  NOT outcome-valid
               DISPLAY "OUTCOME MUST BE N, P, D OR E"
               goback
           END-IF

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)
           IF  VOC-C-NEXT-ACTION NOT = 0
                   AND VOC-C-NEXT-ACTION NOT > today-yyyymmdd
               DISPLAY "THE NEXT ACTION DATE MUST BE AFTER TODAY"
               goback
           END-IF

           IF  queue-collector = SPACES
               PERFORM Find-Queue-Collector
           END-IF

           MOVE 0 TO promise-amount
           EVALUATE TRUE
               WHEN outcome-promise-taken
                   PERFORM Take-Promise
                   IF  promise-amount = 0
                       goback
                   END-IF
               WHEN outcome-dispute-raised
                   PERFORM Check-Dispute-Flagged
                   IF  NOT dispute-found
                       DISPLAY "FLAG THE DISPUTED ORDER FIRST -- "
                           "NO OPEN DISPUTE ON " VOC-c-code
                       goback
                   END-IF
               WHEN outcome-escalated
                   MOVE SPACES TO aud-before-image aud-after-image
                   STRING "COLLECTOR " queue-collector
                       DELIMITED BY SIZE INTO aud-before-image
                   MOVE "ESCALATED TO THE AREA MANAGER"
                       TO aud-after-image
                   CALL "custaud" USING "COLL-ESCAL", VOC-c-code,
                                         aud-before-image,
                                         aud-after-image
                   END-CALL
           END-EVALUATE

           PERFORM Set-Next-Action-Date
           PERFORM Mark-Queue-Entry
           PERFORM Store-Account-State
           PERFORM Write-Call-Log

           MOVE SPACES TO aud-before-image aud-after-image
           STRING "COLLECTOR " queue-collector
               DELIMITED BY SIZE INTO aud-before-image
           STRING "OUTCOME " call-outcome " NEXT " next-action-date
               DELIMITED BY SIZE INTO aud-after-image
           CALL "custaud" USING "COLL-CALL", VOC-c-code,
                                 aud-before-image, aud-after-image
           END-CALL

           DISPLAY "CALL LOGGED FOR " VOC-c-code
               " -- NEXT ACTION " next-action-date
           MOVE SPACE TO VOC-C-CALL-OUTCOME
           MOVE 0     TO VOC-C-NEXT-ACTION

           goback.

      ****************************************************
      *                                                  *
      *  Take-Promise files the promise through the      *
      *  same Record-Promise entry the notes window      *
      *  uses, so promise.ism, the "PRMNO   " numbering  *
      *  and the CUSTPRMB sweep see it like any          *
      *  other.  Record- Promise clears the amount only  *
      *  when it filed it; promise-amount stays zero if  *
      *  it refused.                                     *
      *                                                  *
      ****************************************************

       Take-Promise SECTION.

           IF  VOC-C-PRM-AMT = 0
               DISPLAY "KEY THE AMOUNT AND DATE PROMISED"
               EXIT SECTION
           END-IF

           MOVE VOC-C-PRM-AMT  TO promise-keyed
           MOVE VOC-C-PRM-DATE TO promise-date
           CALL "Record-Promise" USING Dsc-Control-Block,
                                       Voc-Data-Block
           END-CALL
           IF  VOC-C-PRM-AMT = 0
               MOVE promise-keyed TO promise-amount
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Dispute-Flagged looks for an open order   *
      *  on the account already flagged through Flag-    *
      *  Dispute -- that entry carries the authority     *
      *  check and the reason, so the call log only      *
      *  records the outcome.                            *
      *                                                  *
      ****************************************************

       Check-Dispute-Flagged SECTION.

           MOVE "N" TO dispute-found-switch
           MOVE "N" TO scan-eof-switch
           MOVE VOC-c-code TO ord-c-code
           MOVE 0          TO ord-no
           START order-file KEY IS NOT LESS THAN ord-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START

           PERFORM UNTIL scan-eof OR dispute-found
               READ order-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
               END-READ
               IF  NOT scan-eof
                   IF  ord-c-code NOT = VOC-c-code
                       SET scan-eof TO TRUE
                   ELSE
                       IF  order-disputed
                               AND NOT order-voided
                               AND NOT order-settled
                           SET dispute-found TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Set-Next-Action-Date -- the date keyed, else    *
      *  the default for the outcome: tomorrow after no  *
      *  answer, the day after the promised date, two    *
      *  weeks for a dispute, a week after escalation.   *
      *                                                  *
      ****************************************************

       Set-Next-Action-Date SECTION.

           IF  VOC-C-NEXT-ACTION NOT = 0
               MOVE VOC-C-NEXT-ACTION TO next-action-date
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN outcome-no-answer
                   COMPUTE next-action-date = FUNCTION DATE-OF-INTEGER
                       (today-julian + no-answer-recall-days)
               WHEN outcome-promise-taken
                   COMPUTE next-action-date = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(promise-date) + 1)
               WHEN outcome-dispute-raised
                   COMPUTE next-action-date = FUNCTION DATE-OF-INTEGER
                       (today-julian + dispute-recall-days)
               WHEN outcome-escalated
                   COMPUTE next-action-date = FUNCTION DATE-OF-INTEGER
                       (today-julian + escalate-recall-days)
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Mark-Queue-Entry finds the account on today's   *
      *  queue and marks it worked with the outcome.  A  *
      *  call made off the queue has no entry to mark.   *
      *                                                  *
      ****************************************************

       Mark-Queue-Entry SECTION.

           MOVE 0 TO risk-amount
           MOVE "N" TO entry-found-switch
           OPEN I-O callq-file
           IF  cq-file-not-found
               EXIT SECTION
           END-IF

           MOVE "N" TO scan-eof-switch
           MOVE queue-collector TO cq-collector
           MOVE 0               TO cq-rank
           START callq-file KEY IS NOT LESS THAN cq-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START

           PERFORM UNTIL scan-eof OR entry-found
               READ callq-file NEXT RECORD
                   AT END
                       SET scan-eof TO TRUE
               END-READ
               IF  NOT scan-eof
                   IF  cq-collector NOT = queue-collector
                       SET scan-eof TO TRUE
                   ELSE
                       IF  cq-c-code = VOC-c-code
                           SET entry-found TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF  entry-found
               MOVE cq-amount-at-risk TO risk-amount
               MOVE "W"          TO cq-status
               MOVE call-outcome TO cq-outcome
               REWRITE callq-record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           CLOSE callq-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Store-Account-State writes the account's        *
      *  collacct.ism record -- the next-action date     *
      *  the nightly CUSTCOLQ build honours, and this    *
      *  call.                                           *
      *                                                  *
      ****************************************************

       Store-Account-State SECTION.

           OPEN I-O collacct-file
           IF  ca-file-not-found
               OPEN OUTPUT collacct-file
               CLOSE collacct-file
               OPEN I-O collacct-file
           END-IF

           MOVE SPACES           TO collacct-record
           MOVE VOC-c-code       TO ca-c-code
           MOVE next-action-date TO ca-next-action-date
           MOVE today-yyyymmdd   TO ca-last-call-date
           MOVE queue-collector  TO ca-last-collector
           MOVE call-outcome     TO ca-last-outcome
           REWRITE collacct-record
               INVALID KEY
                   WRITE collacct-record
                   END-WRITE
           END-REWRITE
           CLOSE collacct-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Write-Call-Log appends the call to calllog.ism  *
      *  -- cl-seq steps past a second entry for the     *
      *  same account in the same second, as aud-seq     *
      *  does.                                           *
      *                                                  *
      ****************************************************

       Write-Call-Log SECTION.

           OPEN I-O calllog-file
           IF  cl-file-not-found
               OPEN OUTPUT calllog-file
               CLOSE calllog-file
               OPEN I-O calllog-file
           END-IF

           ACCEPT time-now FROM TIME
           MOVE SPACES            TO calllog-record
           MOVE today-yyyymmdd    TO cl-date
           MOVE queue-collector   TO cl-collector
           MOVE VOC-c-code        TO cl-c-code
           MOVE time-now(1:6)     TO cl-time
           MOVE 0                 TO cl-seq
           MOVE session-operator  TO cl-operator
           MOVE call-outcome      TO cl-outcome
           MOVE next-action-date  TO cl-next-action-date
           MOVE risk-amount       TO cl-amount-at-risk
           MOVE promise-amount    TO cl-promise-amount

           MOVE "N" TO write-done-switch
           PERFORM UNTIL write-complete
                           OR cl-seq >= 9999
               WRITE calllog-record
                   INVALID KEY
                       ADD 1 TO cl-seq
                   NOT INVALID KEY
                       SET write-complete TO TRUE
               END-WRITE
           END-PERFORM
           CLOSE calllog-file.
           EXIT.
