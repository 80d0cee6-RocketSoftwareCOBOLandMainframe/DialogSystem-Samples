      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Report-repository retention purge.  Rewrites rptarch.dat     *
      * keeping only the reports whose keep-until date has not yet   *
      * passed -- the date CUSTRARC stamped on each "@RPT" marker    *
      * when it filed the report, 90 days on for a daily report and  *
      * seven years on for a month-end or year-end one -- and        *
      * removes the purged reports' rptarc.ism index entries, the    *
      * same discipline CUSTDPRG applies to the document archive.    *
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
       PROGRAM-ID. custrprg.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rptarch-file ASSIGN "rptarch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rarc-status.

           SELECT keep-file ASSIGN "rptarch.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS keep-status.

           SELECT rptarc-file ASSIGN "rptarc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rpa-key
           ACCESS IS DYNAMIC
           FILE STATUS IS index-status.

           SELECT report-file ASSIGN "custrprg.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  rptarch-file.
       01  rptarch-line                PIC X(132).

      *  keep-file collects the reports still inside their
      *  retention -- once the run report balances, rptarch.new
      *  replaces rptarch.dat.
       FD  keep-file.
       01  keep-line                   PIC X(132).

       FD  rptarc-file.
           COPY "rptarc.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  rarc-status                 PIC XX.
           88  rarc-file-ok            VALUE "00".
           88  rarc-file-eof           VALUE "10".
           88  rarc-file-not-found     VALUE "35".

       01  keep-status                 PIC XX.
           88  keep-file-ok            VALUE "00".

       01  index-status                PIC XX.
           88  index-file-ok           VALUE "00".
           88  index-file-eof          VALUE "10".
           88  index-file-not-found    VALUE "35".

       01  today-yyyymmdd              PIC 9(8).

       01  rpt-marker-line.
           03  rm-tag                  PIC X(5).
               88  rpt-marker              VALUE "@RPT ".
           03  rm-name                 PIC X(8).
           03  FILLER                  PIC X.
           03  rm-run-date             PIC 9(8).
           03  FILLER                  PIC X.
           03  rm-run-time             PIC 9(6).
           03  FILLER                  PIC X.
           03  rm-keep-until           PIC 9(8).

       77  keeping-switch              PIC X VALUE "N".
           88  keeping-report           VALUE "Y".
       77  reports-kept                PIC 9(7) COMP.
       77  reports-purged              PIC 9(7) COMP.
       77  index-purged                PIC 9(7) COMP.
       77  count-display               PIC ZZZZZZ9.
       77  index-eof-switch            PIC X VALUE "N".
           88  index-eof               VALUE "Y".

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Purge-Report-Stream
           PERFORM Purge-Index-Entries
           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           MOVE 0 TO reports-kept
           MOVE 0 TO reports-purged
           MOVE 0 TO index-purged

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD

           OPEN INPUT rptarch-file
           OPEN OUTPUT keep-file
           OPEN I-O rptarc-file
           OPEN OUTPUT report-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Purge-Report-Stream copies only the reports not   *
      *  yet past their keep-until date to the new stream   *
      *  -- whether a line is kept follows from the @RPT      *
      *  marker that opened its report.                        *
      *                                                  *
      ****************************************************

       Purge-Report-Stream SECTION.

           IF  rarc-file-not-found
               MOVE "NO REPORT REPOSITORY ON FILE" TO report-line
               WRITE report-line
               GO TO Purge-Report-Stream-Exit
           END-IF

           PERFORM UNTIL rarc-file-eof
               READ rptarch-file
                   AT END
                       SET rarc-file-eof TO TRUE
               END-READ
               IF  NOT rarc-file-eof
                   MOVE rptarch-line TO rpt-marker-line
                   IF  rpt-marker
                       IF  rm-keep-until < today-yyyymmdd
                           MOVE "N" TO keeping-switch
                           ADD 1 TO reports-purged
                       ELSE
                           MOVE "Y" TO keeping-switch
                           ADD 1 TO reports-kept
                       END-IF
                   END-IF
                   IF  keeping-report
                       MOVE rptarch-line TO keep-line
                       WRITE keep-line
                   END-IF
               END-IF
           END-PERFORM.

       Purge-Report-Stream-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Purge-Index-Entries removes the index records     *
      *  whose reports have passed their keep-until date.    *
      *                                                  *
      ****************************************************

       Purge-Index-Entries SECTION.

           IF  index-file-not-found
               GO TO Purge-Index-Entries-Exit
           END-IF

           MOVE LOW-VALUES TO rpa-key
           START rptarc-file KEY IS NOT LESS THAN rpa-key
               INVALID KEY
                   SET index-eof TO TRUE
           END-START

           PERFORM UNTIL index-eof
               READ rptarc-file NEXT RECORD
                   AT END
                       SET index-eof TO TRUE
               END-READ
               IF  NOT index-eof
                   IF  rpa-keep-until < today-yyyymmdd
                       DELETE rptarc-file
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO index-purged
                   END-IF
               END-IF
           END-PERFORM.

       Purge-Index-Entries-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           MOVE reports-kept TO count-display
           MOVE SPACES TO report-line
           STRING "REPORTS KEPT:     " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE reports-purged TO count-display
           MOVE SPACES TO report-line
           STRING "REPORTS PURGED:   " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE index-purged TO count-display
           MOVE SPACES TO report-line
           STRING "INDEX ENTRIES:    " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "ONCE THE COUNTS BALANCE, rptarch.new REPLACES "
                  "rptarch.dat"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE rptarch-file
           CLOSE keep-file
           CLOSE rptarc-file
           CLOSE report-file.
           EXIT.
