      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Group consolidation report.  Run from the installation       *
      * directory, it walks every company compmast.dat lists, moves  *
      * into that company's own directory the way the CUSTVOC        *
      * sign-on does, and gathers three sets of figures:             *
      *                                                              *
      *   - the aged receivables off order.ism, bucketed exactly as  *
      *     CUSTAGE buckets them (current/30/60/90+/disputed)        *
      *   - sales by month for the trailing twelve months off        *
      *     salehist.ism                                             *
      *   - the open balance (custbal.ism) and credit limit of       *
      *     every customer carrying a group reference                *
      *                                                              *
      * and prints custgrpc.prt with a column per company and a      *
      * group total: the group aged-receivables summary, group       *
      * sales by month, and the group credit exposure of every       *
      * customer whose group reference (see CUSTGREF.CBL) turns up   *
      * in more than one company, and -- when the CUSTICRC month-end *
      * reconciliation has left icelim.dat -- the intercompany       *
      * sales, purchases, receivables and payables the group         *
      * eliminates.  Every figure is in the group reporting currency *
      * named on the command line ("custgrpc EUR"; USD, the home     *
      * currency, when omitted), converted through the shared        *
      * custrate lookup off the group's curate.ism in the            *
      * installation directory.  Five companies fit across the page; *
      * more run on to a second line.                                *
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
       PROGRAM-ID. custgrpc.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT compmast-file ASSIGN "compmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS comp-status.

      *  The company files below are opened by bare name once the
      *  run has moved into that company's directory.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS cust-status.

           SELECT order-file ASSIGN "order.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ord-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ord-status.

           SELECT custbal-file ASSIGN "custbal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bal-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS bal-status.

           SELECT salehist-file ASSIGN "salehist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sh-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS sh-status.

           SELECT exposure-sort-file ASSIGN "custgrpc.srt".

      *  The intercompany elimination totals CUSTICRC writes in
      *  the installation directory.
           SELECT elim-file ASSIGN "icelim.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS elim-status.

           SELECT report-file ASSIGN "custgrpc.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  compmast-file.
       01  compmast-record.
           03  cm-code                 PIC X(3).
           03  cm-name                 PIC X(30).
           03  cm-directory            PIC X(40).

       FD  customer-file.
           COPY "custrec.cpy".

       FD  order-file.
           COPY "custordr.cpy".

       FD  custbal-file.
           COPY "custbal.cpy".

       FD  salehist-file.
           COPY "salehist.cpy".

      *  One record per customer carrying a group reference, in
      *  every company -- sorted by reference so each group's
      *  companies come together.
       SD  exposure-sort-file.
       01  exposure-sort-record.
           03  xs-group-ref            PIC X(8).
           03  xs-company-ind          PIC 9(4) COMP.
           03  xs-open-bal             PIC S9(11)V99 COMP.
           03  xs-limit                PIC S9(11)V99 COMP.

       FD  elim-file.
       01  elim-record.
           03  el-period               PIC 9(6).
           03  el-seller               PIC X(3).
           03  el-buyer                PIC X(3).
           03  el-sales                PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  el-purchases            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  el-receivable           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           03  el-payable              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  comp-status                 PIC XX.
           88  comp-file-ok            VALUE "00".
           88  comp-file-eof           VALUE "10".
           88  comp-file-not-found     VALUE "35".

       01  cust-status                 PIC XX.
           88  cust-file-ok            VALUE "00".
           88  cust-file-eof           VALUE "10".

       01  ord-status                  PIC XX.
           88  ord-file-ok             VALUE "00".
           88  ord-file-eof            VALUE "10".

       01  bal-status                  PIC XX.
           88  bal-file-ok             VALUE "00".

       01  sh-status                   PIC XX.
           88  sh-file-ok              VALUE "00".
           88  sh-file-eof             VALUE "10".

       01  elim-status                 PIC XX.
           88  elim-file-ok            VALUE "00".
           88  elim-file-eof           VALUE "10".

       01  sort-status                 PIC XX.
           88  sort-file-eof           VALUE "10".

      *  A company without one of the files simply has nothing in
      *  it to add -- these say which were opened.
       77  cust-open-switch            PIC X.
           88  cust-file-open              VALUE "Y".
       77  bal-open-switch             PIC X.
           88  bal-file-open               VALUE "Y".

      *  The installation directory the run starts in, and comes
      *  back to after each company.
       77  install-directory           PIC X(256).
       77  install-dir-length          PIC 9(9) COMP-5 VALUE 256.

      *  The companies, in compmast.dat order -- one report column
      *  each.
       78  max-companies                   VALUE 20.
       77  company-count               PIC 9(4) COMP VALUE 0.
       01  company-table.
           03  co-entry OCCURS 20.
               05  co-code             PIC X(3).
               05  co-name             PIC X(30).
               05  co-directory        PIC X(40).
               05  co-reached-switch   PIC X.
                   88  co-reached          VALUE "Y".
      *  Aged receivables: current, 30, 60, 90+, disputed.
               05  co-aging            PIC S9(11)V99 COMP
                                       OCCURS 5.
               05  co-sales            PIC S9(11)V99 COMP
                                       OCCURS 12.
       77  company-ind                 PIC 9(4) COMP.

       78  bucket-count                    VALUE 5.
       01  bucket-names.
           03  FILLER                  PIC X(14) VALUE "CURRENT".
           03  FILLER                  PIC X(14) VALUE "30 DAYS".
           03  FILLER                  PIC X(14) VALUE "60 DAYS".
           03  FILLER                  PIC X(14) VALUE "90+ DAYS".
           03  FILLER                  PIC X(14) VALUE "DISPUTED".
       01  bucket-name-table REDEFINES bucket-names.
           03  bucket-name             PIC X(14) OCCURS 5.
       77  bucket-ind                  PIC 9(4) COMP.

      *  The trailing twelve months, oldest first.
       78  month-count                     VALUE 12.
       01  month-table.
           03  month-yyyymm            PIC 9(6) OCCURS 12.
       77  month-ind                   PIC 9(4) COMP.
       01  month-work.
           03  mw-yyyy                 PIC 9(4).
           03  mw-mm                   PIC 99.
       01  month-work-yyyymm REDEFINES month-work PIC 9(6).

       01  today-yyyymmdd              PIC 9(8).
       01  today-parts REDEFINES today-yyyymmdd.
           03  today-yyyy              PIC 9(4).
           03  today-mm                PIC 99.
           03  today-dd                PIC 99.
       77  today-julian                PIC 9(7) COMP.
       77  due-julian                  PIC 9(7) COMP.
       77  days-old                    PIC S9(7) COMP.

      *  The group reporting currency and the rate that turns one
      *  unit of it into home currency today.
       77  group-currency              PIC X(3).
       77  group-rate                  PIC 9(4)V9999 COMP.
       77  home-currency               PIC X(3) VALUE "USD".
       77  cur-exchange-rate           PIC 9(4)V9999 COMP.
       77  home-amount                 PIC S9(11)V99 COMP.
       77  group-amount                PIC S9(11)V99 COMP.

       77  prev-c-code                 PIC X(5).
       77  cur-terms-code              PIC X(3).
       77  work-due-date               PIC 9(8).

      *  One group reference's figures while the sorted exposure
      *  records are walked.
       77  current-group-ref           PIC X(8).
       77  group-company-count         PIC 9(4) COMP.
       01  group-exposure.
           03  ge-open-bal             PIC S9(11)V99 COMP OCCURS 20.
           03  ge-limit                PIC S9(11)V99 COMP OCCURS 20.
           03  ge-seen                 PIC X OCCURS 20.
       77  groups-listed               PIC 9(6) COMP VALUE 0.
       77  groups-listed-display       PIC ZZZ,ZZ9.

      *  One printed row: its label and one figure per company --
      *  Print-Row spreads it across the page, five companies to a
      *  line, with the group total after the last.
       77  row-label                   PIC X(14).
       01  row-values.
           03  row-value               PIC S9(11)V99 COMP OCCURS 20.
       77  row-group-total             PIC S9(11)V99 COMP.
       78  companies-per-line              VALUE 5.
       77  line-first-ind              PIC 9(4) COMP.
       77  line-last-ind               PIC 9(4) COMP.
       77  column-ind                  PIC 9(4) COMP.

       01  column-line.
           03  cl-label                PIC X(14).
           03  cl-column OCCURS 6.
               05  FILLER              PIC X(2).
               05  cl-amount           PIC ----,---,--9.99.
       01  column-heading REDEFINES column-line.
           03  ch-label                PIC X(14).
           03  ch-column OCCURS 6.
               05  FILLER              PIC X(2).
               05  ch-name             PIC X(15) JUSTIFIED RIGHT.

       01  page-title.
           03  FILLER                  PIC X(36) VALUE
               "GROUP CONSOLIDATION -- ALL COMPANIES".
           03  FILLER                  PIC X(10) VALUE "  RUN DATE".
           03  FILLER                  PIC X VALUE SPACE.
           03  pt-date                 PIC 9(8).
           03  FILLER                  PIC X(18) VALUE
               "  FIGURES IN ".
           03  pt-currency             PIC X(3).

       01  company-list-line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  cll-code                PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cll-name                PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  cll-note                PIC X(40).

       01  section-title               PIC X(60).

      *  The intercompany eliminations, one line per seller/buyer
      *  pair and a group total.
       01  elim-totals.
           03  et-sales                PIC S9(11)V99 COMP.
           03  et-purchases            PIC S9(11)V99 COMP.
           03  et-receivable           PIC S9(11)V99 COMP.
           03  et-payable              PIC S9(11)V99 COMP.
       77  elim-period-switch          PIC X.
           88  elim-period-printed         VALUE "Y".

       01  elim-heading.
           03  FILLER                  PIC X(14) VALUE "SELLER/BUYER".
           03  FILLER                  PIC X(34) VALUE
               "            SALES        PURCHASES".
           03  FILLER                  PIC X(34) VALUE
               "       RECEIVABLE          PAYABLE".

       01  elim-line.
           03  xl-label                PIC X(14).
           03  xl-column OCCURS 4.
               05  FILLER              PIC X(2).
               05  xl-amount           PIC ----,---,--9.99.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize

           IF  company-count = 0
               MOVE "NO COMPANIES ON COMPMAST.DAT -- NOTHING TO "
                   TO report-line
               WRITE report-line
               MOVE "CONSOLIDATE" TO report-line
               WRITE report-line
               PERFORM Program-Terminate
               STOP RUN
           END-IF

           SORT exposure-sort-file
               ON ASCENDING KEY xs-group-ref
               INPUT PROCEDURE Gather-Company-Figures
               OUTPUT PROCEDURE Print-Group-Reports

           PERFORM Program-Terminate.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Program-Initialize loads the company list, sets   *
      *  up the twelve months, and takes the group rate --  *
      *  the first custrate call of the run, made from the   *
      *  installation directory, so the lookup holds the      *
      *  group's own curate.ism open for the whole run.       *
      *                                                  *
      ****************************************************

       Program-Initialize SECTION.

           ACCEPT group-currency FROM COMMAND-LINE
           IF  group-currency = SPACES
               MOVE home-currency TO group-currency
           END-IF
           ACCEPT today-yyyymmdd FROM DATE YYYYMMDD
           COMPUTE today-julian =
               FUNCTION INTEGER-OF-DATE(today-yyyymmdd)

           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                                             BY VALUE install-dir-length
                                             BY REFERENCE
                                                 install-directory
           END-CALL

           CALL "custrate" USING group-currency, today-yyyymmdd,
                                  group-rate
           END-CALL
           IF  group-rate = 0
               MOVE 1 TO group-rate
           END-IF

      *  Oldest month first, this month last.
           MOVE today-yyyy TO mw-yyyy
           MOVE today-mm   TO mw-mm
           PERFORM VARYING month-ind FROM month-count BY -1
                   UNTIL month-ind < 1
               MOVE month-work-yyyymm TO month-yyyymm(month-ind)
               IF  mw-mm = 1
                   MOVE 12 TO mw-mm
                   SUBTRACT 1 FROM mw-yyyy
               ELSE
                   SUBTRACT 1 FROM mw-mm
               END-IF
           END-PERFORM

           OPEN OUTPUT report-file
           MOVE today-yyyymmdd TO pt-date
           MOVE group-currency TO pt-currency
           MOVE page-title TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           PERFORM Load-Companies.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Load-Companies SECTION.

           MOVE 0 TO company-count
           OPEN INPUT compmast-file
           IF  comp-file-not-found
               EXIT SECTION
           END-IF

           PERFORM UNTIL comp-file-eof
               READ compmast-file
                   AT END
                       SET comp-file-eof TO TRUE
                   NOT AT END
                       IF  company-count < max-companies
                           ADD 1 TO company-count
                           INITIALIZE co-entry(company-count)
                           MOVE cm-code
                               TO co-code(company-count)
                           MOVE cm-name
                               TO co-name(company-count)
                           MOVE cm-directory
                               TO co-directory(company-count)
                       ELSE
                           MOVE SPACES TO company-list-line
                           MOVE cm-code TO cll-code
                           MOVE cm-name TO cll-name
                           MOVE "LEFT OUT -- TOO MANY COMPANIES"
                               TO cll-note
                           MOVE company-list-line TO report-line
                           WRITE report-line
                       END-IF
               END-READ
           END-PERFORM

           CLOSE compmast-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Gather-Company-Figures moves into each company's  *
      *  directory in turn, gathers its figures, and moves  *
      *  back.  A directory that cannot be reached is listed *
      *  and its column stays at zero -- the run carries on  *
      *  with the rest of the group.                         *
      *                                                  *
      ****************************************************

       Gather-Company-Figures SECTION.

           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               MOVE SPACES TO company-list-line
               MOVE co-code(company-ind) TO cll-code
               MOVE co-name(company-ind) TO cll-name
               CALL "CBL_CHANGE_DIR" USING co-directory(company-ind)
               END-CALL
               IF  RETURN-CODE NOT = 0
                   MOVE "DIRECTORY NOT REACHABLE -- LEFT AT ZERO"
                       TO cll-note
               ELSE
                   SET co-reached(company-ind) TO TRUE
                   PERFORM Age-Company-Orders
                   PERFORM Sum-Company-Sales
                   PERFORM Release-Company-Exposure
                   CALL "CBL_CHANGE_DIR" USING install-directory
                   END-CALL
               END-IF
               MOVE company-list-line TO report-line
               WRITE report-line
           END-PERFORM

           MOVE SPACES TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *  Age-Company-Orders buckets every open order's      *
      *  outstanding balance the way CUSTAGE does -- home     *
      *  currency through custrate at the order date, due     *
      *  date stored or worked out from the customer's terms  *
      *  through custdue -- then into group currency.          *
      *                                                  *
      ****************************************************

       Age-Company-Orders SECTION.

           OPEN INPUT order-file
           IF  NOT ord-file-ok
               EXIT SECTION
           END-IF
           MOVE "N" TO cust-open-switch
           OPEN INPUT customer-file
           IF  cust-file-ok
               SET cust-file-open TO TRUE
           END-IF
           MOVE SPACES TO prev-c-code

           PERFORM UNTIL ord-file-eof
               READ order-file NEXT RECORD
                   AT END
                       SET ord-file-eof TO TRUE
                   NOT AT END
                       IF  NOT order-voided AND NOT order-settled
                           PERFORM Age-One-Order
                       END-IF
               END-READ
           END-PERFORM

           CLOSE order-file
           IF  cust-file-open
               CLOSE customer-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Age-One-Order SECTION.

           CALL "custrate" USING ord-currency, ord-date,
               cur-exchange-rate
           END-CALL
           COMPUTE home-amount =
               (ord-val - ord-pay-val) * cur-exchange-rate
           IF  home-amount NOT > 0
               EXIT SECTION
           END-IF
           COMPUTE group-amount ROUNDED = home-amount / group-rate

           IF  order-disputed
               ADD group-amount TO co-aging(company-ind, 5)
               EXIT SECTION
           END-IF

           IF  ord-due-date NUMERIC AND ord-due-date > 0
               COMPUTE due-julian =
                   FUNCTION INTEGER-OF-DATE(ord-due-date)
           ELSE
               IF  ord-c-code NOT = prev-c-code
                       AND cust-file-open
                   MOVE SPACES TO cur-terms-code
                   MOVE ord-c-code TO file-c-code
                   READ customer-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE file-c-terms TO cur-terms-code
                   END-READ
                   MOVE ord-c-code TO prev-c-code
               END-IF
               CALL "custdue" USING cur-terms-code, ord-date,
                                     work-due-date
               END-CALL
               COMPUTE due-julian =
                   FUNCTION INTEGER-OF-DATE(work-due-date)
           END-IF
           COMPUTE days-old = today-julian - due-julian

           EVALUATE TRUE
               WHEN days-old < 0
                   ADD group-amount TO co-aging(company-ind, 1)
               WHEN days-old < 30
                   ADD group-amount TO co-aging(company-ind, 2)
               WHEN days-old < 60
                   ADD group-amount TO co-aging(company-ind, 3)
               WHEN OTHER
                   ADD group-amount TO co-aging(company-ind, 4)
           END-EVALUATE.
           EXIT.

      ****************************************************
      *                                                  *
      *  Sum-Company-Sales adds each salehist.ism bucket     *
      *  inside the twelve months to its month -- the        *
      *  buckets are home currency already, so only the      *
      *  group rate applies.                                 *
      *                                                  *
      ****************************************************

       Sum-Company-Sales SECTION.

           OPEN INPUT salehist-file
           IF  NOT sh-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL sh-file-eof
               READ salehist-file NEXT RECORD
                   AT END
                       SET sh-file-eof TO TRUE
                   NOT AT END
                       IF  sh-yyyymm NOT < month-yyyymm(1)
                               AND sh-yyyymm NOT > month-yyyymm(12)
                           PERFORM VARYING month-ind FROM 1 BY 1
                                   UNTIL month-yyyymm(month-ind)
                                       = sh-yyyymm
                               CONTINUE
                           END-PERFORM
                           COMPUTE group-amount ROUNDED =
                               sh-ord-val / group-rate
                           ADD group-amount
                               TO co-sales(company-ind, month-ind)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE salehist-file.
           EXIT.

      ****************************************************
      *                                                  *
      *  Release-Company-Exposure hands every customer with  *
      *  a group reference to the sort, with its open         *
      *  balance off custbal.ism and its credit limit.         *
      *                                                  *
      ****************************************************

       Release-Company-Exposure SECTION.

           OPEN INPUT customer-file
           IF  NOT cust-file-ok
               EXIT SECTION
           END-IF
           MOVE "N" TO bal-open-switch
           OPEN INPUT custbal-file
           IF  bal-file-ok
               SET bal-file-open TO TRUE
           END-IF

           PERFORM UNTIL cust-file-eof
               READ customer-file NEXT RECORD
                   AT END
                       SET cust-file-eof TO TRUE
                   NOT AT END
                       IF  file-c-group-ref NOT = SPACES
                           PERFORM Release-One-Exposure
                       END-IF
               END-READ
           END-PERFORM

           CLOSE customer-file
           IF  bal-file-open
               CLOSE custbal-file
           END-IF.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Release-One-Exposure SECTION.

           MOVE file-c-group-ref TO xs-group-ref
           MOVE company-ind      TO xs-company-ind
           MOVE 0 TO home-amount
           IF  bal-file-open
               MOVE file-c-code TO bal-c-code
               READ custbal-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE bal-open-bal TO home-amount
               END-READ
           END-IF
           COMPUTE xs-open-bal ROUNDED = home-amount / group-rate
           COMPUTE xs-limit ROUNDED = file-c-limit / group-rate
           RELEASE exposure-sort-record.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Group-Reports prints the aging and sales      *
      *  tables gathered above, then walks the sorted         *
      *  exposure records one group reference at a time.       *
      *                                                  *
      ****************************************************

       Print-Group-Reports SECTION.

           MOVE "GROUP AGED RECEIVABLES" TO section-title
           PERFORM Print-Section-Heading
           PERFORM VARYING bucket-ind FROM 1 BY 1
                   UNTIL bucket-ind > bucket-count
               MOVE bucket-name(bucket-ind) TO row-label
               PERFORM VARYING company-ind FROM 1 BY 1
                       UNTIL company-ind > company-count
                   MOVE co-aging(company-ind, bucket-ind)
                       TO row-value(company-ind)
               END-PERFORM
               PERFORM Print-Row
           END-PERFORM
           MOVE "TOTAL" TO row-label
           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               MOVE 0 TO row-value(company-ind)
               PERFORM VARYING bucket-ind FROM 1 BY 1
                       UNTIL bucket-ind > bucket-count
                   ADD co-aging(company-ind, bucket-ind)
                       TO row-value(company-ind)
               END-PERFORM
           END-PERFORM
           PERFORM Print-Row

           MOVE "GROUP SALES BY MONTH" TO section-title
           PERFORM Print-Section-Heading
           PERFORM VARYING month-ind FROM 1 BY 1
                   UNTIL month-ind > month-count
               MOVE SPACES TO row-label
               MOVE month-yyyymm(month-ind) TO row-label(1:6)
               PERFORM VARYING company-ind FROM 1 BY 1
                       UNTIL company-ind > company-count
                   MOVE co-sales(company-ind, month-ind)
                       TO row-value(company-ind)
               END-PERFORM
               PERFORM Print-Row
           END-PERFORM
           MOVE "TOTAL" TO row-label
           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               MOVE 0 TO row-value(company-ind)
               PERFORM VARYING month-ind FROM 1 BY 1
                       UNTIL month-ind > month-count
                   ADD co-sales(company-ind, month-ind)
                       TO row-value(company-ind)
               END-PERFORM
           END-PERFORM
           PERFORM Print-Row

           MOVE "GROUP CREDIT EXPOSURE -- CUSTOMERS IN MORE THAN ONE "
               TO section-title
           MOVE "COMPANY" TO section-title(52:7)
           PERFORM Print-Section-Heading
           MOVE SPACES TO current-group-ref
           PERFORM Clear-Group-Exposure
           PERFORM UNTIL sort-file-eof
               RETURN exposure-sort-file
                   AT END
                       SET sort-file-eof TO TRUE
                   NOT AT END
                       IF  xs-group-ref NOT = current-group-ref
                           PERFORM Print-Group-Exposure
                           PERFORM Clear-Group-Exposure
                           MOVE xs-group-ref TO current-group-ref
                       END-IF
                       IF  ge-seen(xs-company-ind) NOT = "Y"
                           MOVE "Y" TO ge-seen(xs-company-ind)
                           ADD 1 TO group-company-count
                       END-IF
                       ADD xs-open-bal TO ge-open-bal(xs-company-ind)
                       ADD xs-limit    TO ge-limit(xs-company-ind)
               END-RETURN
           END-PERFORM
           PERFORM Print-Group-Exposure

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE groups-listed TO groups-listed-display
           MOVE SPACES TO report-line
           STRING "GROUPS LISTED: " groups-listed-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           PERFORM Print-Ic-Eliminations.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Ic-Eliminations lists the intercompany       *
      *  totals of the last CUSTICRC reconciliation, pair    *
      *  by pair, with the group total to eliminate.  No     *
      *  icelim.dat means no section.                        *
      *                                                  *
      ****************************************************

       Print-Ic-Eliminations SECTION.

           OPEN INPUT elim-file
           IF  NOT elim-file-ok
               EXIT SECTION
           END-IF

           INITIALIZE elim-totals
           MOVE "N" TO elim-period-switch
           MOVE "INTERCOMPANY ELIMINATIONS" TO section-title
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE section-title TO report-line
           WRITE report-line
           MOVE elim-heading TO report-line
           WRITE report-line

           PERFORM UNTIL elim-file-eof
               READ elim-file
                   AT END
                       SET elim-file-eof TO TRUE
                   NOT AT END
                       IF  NOT elim-period-printed
                           SET elim-period-printed TO TRUE
                           MOVE SPACES TO report-line
                           STRING "PERIOD " el-period
                               DELIMITED BY SIZE INTO report-line
                           WRITE report-line
                       END-IF
                       MOVE SPACES TO elim-line
                       STRING el-seller "/" el-buyer
                           DELIMITED BY SIZE INTO xl-label
                       COMPUTE group-amount ROUNDED =
                           el-sales / group-rate
                       MOVE group-amount TO xl-amount(1)
                       ADD group-amount TO et-sales
                       COMPUTE group-amount ROUNDED =
                           el-purchases / group-rate
                       MOVE group-amount TO xl-amount(2)
                       ADD group-amount TO et-purchases
                       COMPUTE group-amount ROUNDED =
                           el-receivable / group-rate
                       MOVE group-amount TO xl-amount(3)
                       ADD group-amount TO et-receivable
                       COMPUTE group-amount ROUNDED =
                           el-payable / group-rate
                       MOVE group-amount TO xl-amount(4)
                       ADD group-amount TO et-payable
                       MOVE elim-line TO report-line
                       WRITE report-line
               END-READ
           END-PERFORM
           CLOSE elim-file

           MOVE SPACES TO elim-line
           MOVE "TO ELIMINATE" TO xl-label
           MOVE et-sales      TO xl-amount(1)
           MOVE et-purchases  TO xl-amount(2)
           MOVE et-receivable TO xl-amount(3)
           MOVE et-payable    TO xl-amount(4)
           MOVE elim-line TO report-line
           WRITE report-line.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Clear-Group-Exposure SECTION.

           MOVE 0 TO group-company-count
           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > max-companies
               MOVE 0 TO ge-open-bal(company-ind)
               MOVE 0 TO ge-limit(company-ind)
               MOVE "N" TO ge-seen(company-ind)
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Group-Exposure prints the group reference     *
      *  just finished -- its open balance and its credit     *
      *  limit in each company -- when it trades with more     *
      *  than one.                                             *
      *                                                  *
      ****************************************************

       Print-Group-Exposure SECTION.

           IF  current-group-ref = SPACES
                   OR group-company-count < 2
               EXIT SECTION
           END-IF

           MOVE SPACES TO row-label
           STRING current-group-ref " OPEN"
               DELIMITED BY SIZE INTO row-label
           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               MOVE ge-open-bal(company-ind) TO row-value(company-ind)
           END-PERFORM
           PERFORM Print-Row

           MOVE "         LIMIT" TO row-label
           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               MOVE ge-limit(company-ind) TO row-value(company-ind)
           END-PERFORM
           PERFORM Print-Row
           ADD 1 TO groups-listed.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Section-Heading prints a section title and   *
      *  the company column headings, five to a line, the    *
      *  group column after the last company.                *
      *                                                  *
      ****************************************************

       Print-Section-Heading SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE section-title TO report-line
           WRITE report-line

           PERFORM VARYING line-first-ind FROM 1 BY companies-per-line
                   UNTIL line-first-ind > company-count
               COMPUTE line-last-ind =
                   line-first-ind + companies-per-line - 1
               IF  line-last-ind > company-count
                   MOVE company-count TO line-last-ind
               END-IF
               MOVE SPACES TO column-heading
               MOVE 0 TO column-ind
               PERFORM VARYING company-ind FROM line-first-ind BY 1
                       UNTIL company-ind > line-last-ind
                   ADD 1 TO column-ind
                   MOVE co-code(company-ind) TO ch-name(column-ind)
               END-PERFORM
               IF  line-last-ind = company-count
                   ADD 1 TO column-ind
                   MOVE "GROUP" TO ch-name(column-ind)
               END-IF
               MOVE column-heading TO report-line
               WRITE report-line
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *  Print-Row prints row-label and row-value across     *
      *  the page, five companies to a line, with the group   *
      *  total -- the sum of the row -- after the last.        *
      *                                                  *
      ****************************************************

       Print-Row SECTION.

           MOVE 0 TO row-group-total
           PERFORM VARYING company-ind FROM 1 BY 1
                   UNTIL company-ind > company-count
               ADD row-value(company-ind) TO row-group-total
           END-PERFORM

           PERFORM VARYING line-first-ind FROM 1 BY companies-per-line
                   UNTIL line-first-ind > company-count
               COMPUTE line-last-ind =
                   line-first-ind + companies-per-line - 1
               IF  line-last-ind > company-count
                   MOVE company-count TO line-last-ind
               END-IF
               MOVE SPACES TO column-line
               IF  line-first-ind = 1
                   MOVE row-label TO cl-label
               END-IF
               MOVE 0 TO column-ind
               PERFORM VARYING company-ind FROM line-first-ind BY 1
                       UNTIL company-ind > line-last-ind
                   ADD 1 TO column-ind
                   MOVE row-value(company-ind) TO cl-amount(column-ind)
               END-PERFORM
               IF  line-last-ind = company-count
                   ADD 1 TO column-ind
                   MOVE row-group-total TO cl-amount(column-ind)
               END-IF
               MOVE column-line TO report-line
               WRITE report-line
           END-PERFORM.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Program-Terminate SECTION.

           CLOSE report-file.
           EXIT.
