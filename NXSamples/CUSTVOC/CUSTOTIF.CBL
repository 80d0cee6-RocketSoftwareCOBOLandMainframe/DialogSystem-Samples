      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Weekly on-time-in-full report.  Run from the nightly chain   *
      * but live only once every seven days, the way CUSTCINV is,    *
      * it takes every order line shipped since the last report and  *
      * measures it against what the customer asked for: on time     *
      * when it shipped on or before its requested date, in full     *
      * when the whole ordered quantity went, OTIF when both.  The   *
      * counts and percentages are printed per customer, per item    *
      * and per stock location, followed by every late or short      *
      * line with the reason the dock recorded, so the figures a     *
      * national account scores us on can be checked line by line.   *
      * The date of the last report lives on the control file under  *
      * "OTIFDATE".  A line with no requested date anywhere (one     *
      * written before the dates were kept) cannot be scored; it is  *
      * counted and left out.                                        *
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
       PROGRAM-ID. custotif.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ordline-file ASSIGN "ordline.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordl-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ordl-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ord-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           FILE STATUS IS ctl-status.

           SELECT otif-sort-file ASSIGN "custotif.srt".

           SELECT report-file ASSIGN "custotif.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  ordline-file.
           COPY "ordlinrc.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  customer-file.
           COPY "custrec.cpy".

       FD  control-file.
           COPY "custctl.cpy".

      *  Each scored line is released four times, once per report
      *  section -- os-section "1" by customer, "2" by item, "3" by
      *  stock location -- plus once more as "4" when it was late
      *  or short, for the exception list.  os-group carries the
      *  customer code, item code or location the section breaks
      *  on.
       SD  otif-sort-file.
       01  otif-sort-record.
           03  os-section              PIC X.
           03  os-group                PIC X(5).
           03  os-c-code               PIC X(5).
           03  os-ord-no               PIC 9(6).
           03  os-line-no              PIC 9(3).
           03  os-item-code            PIC X(4).
           03  os-location             PIC X(3).
           03  os-req-date             PIC 9(8).
           03  os-ship-date            PIC 9(8).
           03  os-ord-qty              PIC 9(5) COMP.
           03  os-ship-qty             PIC 9(5) COMP.
           03  os-days-late            PIC 9(4) COMP.
           03  os-on-time              PIC X.
           03  os-in-full              PIC X.
           03  os-reason               PIC XX.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ordl-status                 PIC XX.
           88  ordl-file-ok            VALUE "00".
           88  ordl-file-eof           VALUE "10".
           88  ordl-file-not-found     VALUE "35".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".

       01  ctl-status                  PIC XX.
           88  ctl-file-ok             VALUE "00".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

       78  control-id-otifdate             VALUE "OTIFDATE".
      *  otif-cycle-days is how often the report actually goes live
      *  -- the nightly chain reaches this step every night, and
      *  the step itself sits the night out until a week has
      *  passed.
       78  otif-cycle-days                 VALUE 7.

      *  Run-control instrumentation -- one record per run to
      *  runctl.dat via CUSTRUNC.CBL, read back by the CUSTMORN.CBL
      *  morning status report.
       77  run-start-hhmmss            PIC 9(6).
       77  run-reads-count             PIC 9(7) COMP VALUE 0.
       77  run-writes-count            PIC 9(7) COMP VALUE 0.
       77  run-rc-code                 PIC 9(4) COMP VALUE 0.

       01  today-yyyymmdd              PIC 9(8).
       77  today-julian                PIC 9(7) COMP.
       77  last-otif-date              PIC 9(8).
       77  last-otif-julian            PIC 9(7) COMP.
       77  days-since-otif             PIC S9(7) COMP.
      *  The window is every ship date after window-start-date up
      *  to and including today -- the last report's date, or a
      *  week back on the very first run.
       77  window-start-date           PIC 9(8).
       77  window-start-julian         PIC 9(7) COMP.

      *  Working values for the line being scored.
       77  line-ship-date              PIC 9(8).
       77  line-ship-qty               PIC 9(5) COMP.
       77  line-req-date               PIC 9(8).
       77  line-late-days              PIC S9(7) COMP.
       77  header-read-switch          PIC X.
           88  header-on-file          VALUE "Y".

      *  Counts for the group being printed, and for the run.
       77  group-lines                 PIC 9(7) COMP.
       77  group-on-time               PIC 9(7) COMP.
       77  group-in-full               PIC 9(7) COMP.
       77  group-otif                  PIC 9(7) COMP.
       77  scored-lines                PIC 9(7) COMP VALUE 0.
       77  scored-otif                 PIC 9(7) COMP VALUE 0.
       77  undated-lines               PIC 9(7) COMP VALUE 0.
       77  exception-lines             PIC 9(7) COMP VALUE 0.

       77  current-section             PIC X VALUE SPACE.
       77  current-group               PIC X(5) VALUE SPACES.
       77  group-name                  PIC X(15).

       01  page-title                  PIC X(40) VALUE
               "ON-TIME-IN-FULL REPORT".

       01  not-due-line                PIC X(60) VALUE
               "OTIF REPORT NOT YET DUE -- NOTHING MEASURED".

       01  window-line.
           03  FILLER                  PIC X(20) VALUE
               "LINES SHIPPED AFTER ".
           03  wl-start                PIC 9(8).
           03  FILLER                  PIC X(13) VALUE
               " UP TO AND ON".
           03  FILLER                  PIC X VALUE SPACE.
           03  wl-today                PIC 9(8).

       01  section-heading.
           03  sh-title                PIC X(20).
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(46) VALUE
               "  LINES  ON TIME   IN FULL      OTIF   OTIF %".

       01  group-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  gl-group                PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  gl-name                 PIC X(15).
           03  FILLER                  PIC X(16) VALUE SPACES.
           03  gl-lines                PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  gl-on-time              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  gl-in-full              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  gl-otif                 PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  gl-otif-pct             PIC ZZ9.9.

       01  exception-heading.
           03  FILLER                  PIC X(40) VALUE
               "  CUST   ORDER  LINE ITEM LOC  REQUESTED".
           03  FILLER                  PIC X(50) VALUE
               "   SHIPPED  ORDERED SHIPPED LATE BY  REASON".

       01  exception-line.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-c-code               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-ord-no               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-line-no              PIC 9(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  el-item-code            PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  el-location             PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-req-date             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-ship-date            PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-ord-qty              PIC ZZZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  el-ship-qty             PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  el-days-late            PIC ZZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  el-reason               PIC XX.
           03  FILLER                  PIC X VALUE SPACE.
           03  el-reason-text          PIC X(20).

       01  totals-line.
           03  FILLER                  PIC X(16)
               VALUE "LINES SCORED:".
           03  tl-scored               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10)
               VALUE "   OTIF:".
           03  tl-otif                 PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  tl-otif-pct             PIC ZZ9.9.
           03  FILLER                  PIC X(2) VALUE " %".

       01  undated-line.
           03  FILLER                  PIC X(40)
               VALUE "SHIPPED LINES WITH NO REQUESTED DATE:".
           03  ul-count                PIC ZZZ,ZZ9.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  days-since-otif < otif-cycle-days
               MOVE not-due-line TO report-line
               WRITE report-line
           ELSE
               MOVE window-start-date TO wl-start
               MOVE today-yyyymmdd    TO wl-today
               MOVE window-line TO report-line
               WRITE report-line
               SORT otif-sort-file
                   ON ASCENDING KEY os-section, os-group, os-c-code,
                                    os-ord-no, os-line-no
                   INPUT PROCEDURE IS Score-Shipped-Lines
                   OUTPUT PROCEDURE IS Print-Otif-Sections
               PERFORM Print-Run-Totals
               PERFORM Store-Otif-Date
           END-IF

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT run-start-hhmmss FROM TIME

           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)

           OPEN INPUT order-file
           OPEN INPUT customer-file
           OPEN I-O control-file
           OPEN OUTPUT report-file

           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

      *  The last report date -- no record means the step has
      *  never run, which makes tonight due and looks a week back.
           MOVE 0 TO last-otif-date
           MOVE control-id-otifdate TO ctl-id
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO last-otif-date
           END-READ

           IF  last-otif-date > 0
               COMPUTE last-otif-julian =
                   FUNCTION INTEGER-OF-DATE(last-otif-date)
               COMPUTE days-since-otif =
                   today-julian - last-otif-julian
               MOVE last-otif-date TO window-start-date
           ELSE
               MOVE otif-cycle-days TO days-since-otif
               COMPUTE window-start-julian =
                   today-julian - otif-cycle-days
               COMPUTE window-start-date =
                   FUNCTION DATE-OF-INTEGER(window-start-julian)
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *  Score-Shipped-Lines walks every order line and    *
      *  RELEASEs the scored ones.  A site with no           *
      *  ordline.ism yet simply prints empty sections.        *
      *                                                  *
      ****************************************************

       Score-Shipped-Lines SECTION.

           OPEN INPUT ordline-file
           IF  ordl-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL ordl-file-eof
               READ ordline-file NEXT RECORD
                   AT END
                       SET ordl-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO run-reads-count
                       PERFORM Score-One-Line
               END-READ
           END-PERFORM

           CLOSE ordline-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Score-One-Line works out when the line shipped    *
      *  and how much of it -- the stamp VOCFULF puts on     *
      *  the line, or for a drawn line shipped before that     *
      *  stamp existed, the order's ship date and the whole     *
      *  quantity -- and skips it unless it shipped inside      *
      *  the window.  The requested date is the line's own,     *
      *  else the order's.                                      *
      *                                                  *
      ****************************************************

       Score-One-Line SECTION.

           MOVE 0 TO line-ship-date
           MOVE "N" TO header-read-switch
           IF  ordl-ship-date NUMERIC
               IF  ordl-ship-date > 0
                   MOVE ordl-ship-date TO line-ship-date
                   MOVE ordl-qty TO line-ship-qty
                   IF  ordl-ship-qty NUMERIC
                       MOVE ordl-ship-qty TO line-ship-qty
                   END-IF
               END-IF
           END-IF

           IF  line-ship-date = 0
               IF  ordl-stock-flag NOT = "D"
                   EXIT SECTION
               END-IF
               PERFORM Read-Line-Header
               IF  NOT header-on-file
                   EXIT SECTION
               END-IF
               IF  NOT order-ful-shipped
                   EXIT SECTION
               END-IF
               IF  ord-ship-date NOT NUMERIC
                   EXIT SECTION
               END-IF
               MOVE ord-ship-date TO line-ship-date
               MOVE ordl-qty TO line-ship-qty
           END-IF

           IF  line-ship-date NOT > window-start-date
                   OR line-ship-date > today-yyyymmdd
               EXIT SECTION
           END-IF

           MOVE 0 TO line-req-date
           IF  ordl-req-date NUMERIC
               MOVE ordl-req-date TO line-req-date
           END-IF
           IF  line-req-date = 0
               IF  NOT header-on-file
                   PERFORM Read-Line-Header
               END-IF
               IF  header-on-file
                   IF  ord-req-date NUMERIC
                       MOVE ord-req-date TO line-req-date
                   END-IF
               END-IF
           END-IF
           IF  line-req-date = 0
               ADD 1 TO undated-lines
               EXIT SECTION
           END-IF

           MOVE SPACES TO otif-sort-record
           MOVE ordl-c-code    TO os-c-code
           MOVE ordl-ord-no    TO os-ord-no
           MOVE ordl-line-no   TO os-line-no
           MOVE ordl-item-code TO os-item-code
           MOVE ordl-location  TO os-location
           IF  os-location = SPACES
               MOVE "WH1" TO os-location
           END-IF
           MOVE line-req-date  TO os-req-date
           MOVE line-ship-date TO os-ship-date
           MOVE ordl-qty       TO os-ord-qty
           MOVE line-ship-qty  TO os-ship-qty

           MOVE 0 TO os-days-late
           MOVE "Y" TO os-on-time
           IF  line-ship-date > line-req-date
               MOVE "N" TO os-on-time
               COMPUTE line-late-days =
                   FUNCTION INTEGER-OF-DATE(line-ship-date)
                 - FUNCTION INTEGER-OF-DATE(line-req-date)
               MOVE line-late-days TO os-days-late
           END-IF
           MOVE "Y" TO os-in-full
           IF  line-ship-qty < ordl-qty
               MOVE "N" TO os-in-full
           END-IF
           MOVE ordl-otif-reason TO os-reason

           ADD 1 TO scored-lines
           IF  os-on-time = "Y" AND os-in-full = "Y"
               ADD 1 TO scored-otif
           END-IF

           MOVE "1" TO os-section
           MOVE ordl-c-code TO os-group
           RELEASE otif-sort-record
           MOVE "2" TO os-section
           MOVE ordl-item-code TO os-group
           RELEASE otif-sort-record
           MOVE "3" TO os-section
           MOVE os-location TO os-group
           RELEASE otif-sort-record
           IF  os-on-time = "N" OR os-in-full = "N"
               MOVE "4" TO os-section
               MOVE ordl-c-code TO os-group
               RELEASE otif-sort-record
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Read-Line-Header SECTION.

           MOVE ordl-c-code TO ord-c-code
           MOVE ordl-ord-no TO ord-no
           READ order-file
               INVALID KEY
                   MOVE "N" TO header-read-switch
               NOT INVALID KEY
                   MOVE "Y" TO header-read-switch
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Otif-Sections returns the scored lines in    *
      *  section order, printing one count line per           *
      *  customer, item and location and one exception line    *
      *  per late or short line.                                *
      *                                                  *
      ****************************************************

       Print-Otif-Sections SECTION.

           PERFORM UNTIL sort-file-eof
               RETURN otif-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                       IF  current-section NOT = SPACE
                           PERFORM Close-Current-Group
                       END-IF
                   NOT AT END
                       PERFORM Accept-Sorted-Line
               END-RETURN
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Accept-Sorted-Line SECTION.

           IF  os-section NOT = current-section
               IF  current-section NOT = SPACE
                   PERFORM Close-Current-Group
               END-IF
               MOVE os-section TO current-section
               MOVE SPACES TO current-group
               PERFORM Print-Section-Heading
           END-IF

           IF  os-section = "4"
               PERFORM Print-Exception-Line
               EXIT SECTION
           END-IF

           IF  os-group NOT = current-group
               IF  current-group NOT = SPACES
                   PERFORM Close-Current-Group
               END-IF
               MOVE os-group TO current-group
               MOVE 0 TO group-lines
               MOVE 0 TO group-on-time
               MOVE 0 TO group-in-full
               MOVE 0 TO group-otif
           END-IF

           ADD 1 TO group-lines
           IF  os-on-time = "Y"
               ADD 1 TO group-on-time
           END-IF
           IF  os-in-full = "Y"
               ADD 1 TO group-in-full
           END-IF
           IF  os-on-time = "Y" AND os-in-full = "Y"
               ADD 1 TO group-otif
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Section-Heading SECTION.

           EVALUATE os-section
               WHEN "1"
                   MOVE "BY CUSTOMER" TO sh-title
               WHEN "2"
                   MOVE "BY ITEM" TO sh-title
               WHEN "3"
                   MOVE "BY LOCATION" TO sh-title
           END-EVALUATE

           MOVE SPACES TO report-line
           WRITE report-line
           IF  os-section = "4"
               MOVE "LATE AND SHORT LINES" TO report-line
               WRITE report-line
               MOVE exception-heading TO report-line
           ELSE
               MOVE section-heading TO report-line
           END-IF
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Close-Current-Group prints the finished group's   *
      *  counts -- the exception section has no groups to     *
      *  close.                                               *
      *                                                  *
      ****************************************************

       Close-Current-Group SECTION.

           IF  current-section = "4" OR current-group = SPACES
               EXIT SECTION
           END-IF

           MOVE SPACES TO group-name
           IF  current-section = "1"
               MOVE current-group TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO group-name
                   NOT INVALID KEY
                       MOVE file-c-name TO group-name
               END-READ
           END-IF

           MOVE current-group TO gl-group
           MOVE group-name    TO gl-name
           MOVE group-lines   TO gl-lines
           MOVE group-on-time TO gl-on-time
           MOVE group-in-full TO gl-in-full
           MOVE group-otif    TO gl-otif
           COMPUTE gl-otif-pct ROUNDED =
               group-otif * 100 / group-lines
           MOVE group-line TO report-line
           WRITE report-line
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Exception-Line SECTION.

           MOVE os-c-code    TO el-c-code
           MOVE os-ord-no    TO el-ord-no
           MOVE os-line-no   TO el-line-no
           MOVE os-item-code TO el-item-code
           MOVE os-location  TO el-location
           MOVE os-req-date  TO el-req-date
           MOVE os-ship-date TO el-ship-date
           MOVE os-ord-qty   TO el-ord-qty
           MOVE os-ship-qty  TO el-ship-qty
           MOVE os-days-late TO el-days-late
           MOVE os-reason    TO el-reason
           EVALUATE os-reason
               WHEN "ST"
                   MOVE "STOCK SHORTAGE" TO el-reason-text
               WHEN "CR"
                   MOVE "CREDIT HOLD" TO el-reason-text
               WHEN "CU"
                   MOVE "CUSTOMER CHANGE" TO el-reason-text
               WHEN "CA"
                   MOVE "CARRIER" TO el-reason-text
               WHEN "WH"
                   MOVE "WAREHOUSE" TO el-reason-text
               WHEN "OT"
                   MOVE "OTHER" TO el-reason-text
               WHEN OTHER
                   MOVE "NOT RECORDED" TO el-reason-text
           END-EVALUATE
           MOVE exception-line TO report-line
           WRITE report-line
           ADD 1 TO exception-lines
           ADD 1 TO run-writes-count.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Print-Run-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE scored-lines TO tl-scored
           MOVE scored-otif  TO tl-otif
           MOVE 0 TO tl-otif-pct
           IF  scored-lines > 0
               COMPUTE tl-otif-pct ROUNDED =
                   scored-otif * 100 / scored-lines
           END-IF
           MOVE totals-line TO report-line
           WRITE report-line
           MOVE undated-lines TO ul-count
           MOVE undated-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Store-Otif-Date SECTION.

           MOVE control-id-otifdate TO ctl-id
           MOVE today-yyyymmdd      TO ctl-next-no
           REWRITE control-record
               INVALID KEY
                   MOVE control-id-otifdate TO ctl-id
                   MOVE today-yyyymmdd      TO ctl-next-no
                   WRITE control-record
                   END-WRITE
           END-REWRITE.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CALL "custrunc" USING "CUSTOTIF", run-start-hhmmss,
                                  run-reads-count, run-writes-count,
                                  run-rc-code
           END-CALL

           CLOSE order-file
           CLOSE customer-file
           CLOSE control-file
           CLOSE report-file.
           EXIT.
