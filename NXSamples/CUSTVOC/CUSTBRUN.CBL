      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared nightly-batch gate.  The VOCSAVE/VOCOK/VOCDEL update  *
      * paths CALL here, straight after the custidle keeper, before  *
      * changing anything.  custnite.sh keeps the "BATCHRUN"         *
      * control-file marker through CUSTBMRK: while it says the      *
      * chain is about to start, the session is warned to finish     *
      * and sign off; once the chain is running, every update is     *
      * refused with a clear message -- except for a supervisor or   *
      * manager who took the logged override at sign-on -- and a     *
      * session that was signed on before the chain began has        *
      * already been ended in the session journal, so it ends here   *
      * too.                                                         *
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custbrun.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  control-file.
           COPY "custctl.cpy".

       WORKING-STORAGE SECTION.

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

           COPY "custsign.cpy".

      *  The "BATCHRUN" marker: zero (or no record) no batch, 1 the
      *  chain is warning signed-on sessions, 2 the chain is running.
       78  control-id-batchrun             VALUE "BATCHRUN".
       77  batch-state                 PIC 9(8) COMP.
           88  batch-idle                  VALUE 0.
           88  batch-warning               VALUE 1.
           88  batch-running               VALUE 2.

       LINKAGE SECTION.

      *  batch-gate-result comes back "Y" when the update may go
      *  ahead, "N" when it has been refused.
       01  batch-gate-result           PIC X.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING batch-gate-result.

       Main-Process SECTION.

           MOVE "Y" TO batch-gate-result

      *  Batch utilities run with no sign-on, and a trainee works
      *  the sandbox copies the chain never touches.
           IF  NOT session-signed-on
                   OR session-trainee
               GOBACK
           END-IF

           PERFORM Get-Batch-State

           EVALUATE TRUE
               WHEN batch-idle
                   CONTINUE
               WHEN batch-warning
                   DISPLAY "NIGHTLY BATCH STARTING SHORTLY -- FINISH "
                       "THIS WORK AND SIGN OFF"
               WHEN session-batch-override
                   CONTINUE
      *  An inquiry session may stay on through the chain -- it is
      *  only ever refused.
               WHEN session-batch-inquiry
               WHEN session-inquiry
                   MOVE "N" TO batch-gate-result
                   DISPLAY "NIGHTLY BATCH IN PROGRESS -- UPDATES ARE "
                       "REFUSED UNTIL IT FINISHES"
               WHEN OTHER
                   MOVE "N" TO batch-gate-result
                   PERFORM End-Session-For-Batch
           END-EVALUATE.

           GOBACK.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Get-Batch-State SECTION.

           MOVE 0 TO batch-state
           OPEN INPUT control-file
           IF  ctl-file-ok
               MOVE control-id-batchrun TO ctl-id
               READ control-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ctl-next-no TO batch-state
               END-READ
               CLOSE control-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  End-Session-For-Batch refuses the update of a      *
      *  session that was on before the chain began -- the  *
      *  chain warned it and journalled it ended, so it is   *
      *  signed off here and the run stops.                  *
      *                                                  *
      ****************************************************

       End-Session-For-Batch SECTION.

           DISPLAY "NIGHTLY BATCH IN PROGRESS -- UPDATE REFUSED"
           CALL "custsess" USING "OFF"
           END-CALL
           DISPLAY "THIS SESSION WAS ENDED FOR THE NIGHTLY BATCH -- "
               "EXITING"
           STOP RUN.
           EXIT.
