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
      *  rptarc-file / rptarch-file are the report repository
      *  CUSTRARC files every night -- see rptarc.cpy.
           SELECT rptarc-file ASSIGN "rptarc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rpa-key
           ACCESS IS DYNAMIC
           FILE STATUS IS index-status.

           SELECT rptarch-file ASSIGN "rptarch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rarc-status.

           SELECT reprint-file ASSIGN "reprint.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS reprint-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  rptarc-file.
           COPY "rptarc.cpy".

       FD  rptarch-file.
       01  rptarch-line                PIC X(132).

       FD  reprint-file.
       01  reprint-line                PIC X(132).

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".

       01  index-status                PIC XX.
           88  index-file-ok           VALUE "00".
           88  index-file-not-found    VALUE "35".

       01  rarc-status                 PIC XX.
           88  rarc-file-ok            VALUE "00".
           88  rarc-file-eof           VALUE "10".

       01  reprint-status              PIC XX.
           88  reprint-file-ok         VALUE "00".

       78  rptv-list-size                  VALUE 15.
       77  rptv-row-ind                PIC 9(4) COMP.
       77  index-eof-switch            PIC X VALUE "N".
           88  index-eof               VALUE "Y".

       01  rptv-row-keys.
           03  rptv-row-entry OCCURS 15 TIMES.
               05  rptv-row-name        PIC X(8).
               05  rptv-row-date        PIC 9(8).
               05  rptv-row-time        PIC 9(6).
               05  rptv-row-lines       PIC 9(7).

      *  The filter the list was built from -- a blank name lists
      *  every report, a zero date leaves that end of the range
      *  open.
       01  filter-name                 PIC X(8).
       01  filter-from                 PIC 9(8).
       01  filter-to                   PIC 9(8).

      *  The report on the viewer and the page of it showing.
       78  rptv-page-size                  VALUE 20.
       01  view-key.
           03  view-name               PIC X(8).
           03  view-date               PIC 9(8).
           03  view-time               PIC 9(6).
       77  view-lines                  PIC 9(7) COMP VALUE 0.
       77  view-page                   PIC 9(5) COMP VALUE 0.
       77  view-line-ind               PIC 9(4) COMP.
       77  skip-lines                  PIC 9(7) COMP.

      *  The @RPT control line being matched while the repository
      *  stream is scanned.
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

       77  copying-switch              PIC X VALUE "N".
           88  copying-report           VALUE "Y".
       77  copy-done-switch            PIC X VALUE "N".
           88  copy-done                VALUE "Y".
       77  lines-read                  PIC 9(7) COMP.
       77  lines-copied                PIC 9(7) COMP.
       77  copy-to-switch              PIC X.
           88  copy-to-reprint          VALUE "R".
           88  copy-to-viewer           VALUE "V".

      *  The repository holds every operational report -- aging,
      *  exception worklists, reconciliations -- so the window is
      *  open to the signed-on roles only; a trainee's session is
      *  refused and the refusal goes through custaud.
       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
       77  rptv-auth-switch            PIC X VALUE "N".
           88  rptv-authorized          VALUE "Y".
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       LINKAGE SECTION.

	    COPY "ds-call.cpy".
      *  custvoc.cpb is expected to carry a REPORT-ARCHIVE-BOX
      *  window with VOC-RPTV-NAME/VOC-RPTV-FROM/VOC-RPTV-TO filter
      *  fields, an rptv-list-size-row VOC-RPTV-ROW-NAME/
      *  VOC-RPTV-ROW-DATE/VOC-RPTV-ROW-TIME/VOC-RPTV-ROW-COMPANY/
      *  VOC-RPTV-ROW-KEEP array plus VOC-RPTV-COUNT, and an
      *  rptv-page-size-line VOC-RPTV-LINE viewer with
      *  VOC-RPTV-PAGE -- see the entry points below.
           COPY "custvoc.cpb".

      ****************************************************
      *                                                  *
      *  Browse-Report-Archive lists the filed reports     *
      *  matching the name and run-date range keyed on       *
      *  REPORT-ARCHIVE-BOX, in name and run order.            *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION Using Dsc-Control-Block, Voc-Data-Block.

       Browse-Report-Archive SECTION.

       ENTRY "Browse-Report-Archive".

           PERFORM Check-Archive-Authority
           IF  NOT rptv-authorized
               goback
           END-IF

           MOVE 0 TO rptv-row-ind
           MOVE "N" TO index-eof-switch
           MOVE SPACES TO rptv-row-keys
           MOVE VOC-RPTV-NAME TO filter-name
           INSPECT filter-name CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE VOC-RPTV-FROM TO filter-from
           MOVE VOC-RPTV-TO   TO filter-to
           IF  filter-to = 0
               MOVE 99999999 TO filter-to
           END-IF

           OPEN INPUT rptarc-file
           IF  index-file-not-found
               DISPLAY "NO REPORTS FILED YET"
               SET index-eof TO TRUE
           ELSE
               IF  filter-name = SPACES
                   MOVE LOW-VALUES TO rpa-key
               ELSE
                   MOVE filter-name TO rpa-name
                   MOVE filter-from TO rpa-run-date
                   MOVE 0           TO rpa-run-time
               END-IF
               START rptarc-file KEY IS NOT LESS THAN rpa-key
                   INVALID KEY
                       SET index-eof TO TRUE
               END-START
           END-IF

           PERFORM UNTIL index-eof
                           OR rptv-row-ind >= rptv-list-size
               READ rptarc-file NEXT RECORD
                   AT END
                       SET index-eof TO TRUE
               END-READ
               IF  NOT index-eof
                   IF  filter-name NOT = SPACES
                           AND rpa-name NOT = filter-name
                       SET index-eof TO TRUE
                   ELSE
                       IF  rpa-run-date NOT < filter-from
                               AND rpa-run-date NOT > filter-to
                           PERFORM Add-Report-Row
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF  NOT index-file-not-found
               CLOSE rptarc-file
           END-IF

           MOVE rptv-row-ind TO VOC-RPTV-COUNT
           PERFORM VARYING rptv-row-ind FROM rptv-row-ind BY 1
                           UNTIL rptv-row-ind >= rptv-list-size
               MOVE SPACES TO VOC-RPTV-ROW-NAME(rptv-row-ind + 1)
               MOVE 0      TO VOC-RPTV-ROW-DATE(rptv-row-ind + 1)
               MOVE 0      TO VOC-RPTV-ROW-TIME(rptv-row-ind + 1)
               MOVE SPACES TO VOC-RPTV-ROW-COMPANY(rptv-row-ind + 1)
               MOVE SPACES TO VOC-RPTV-ROW-KEEP(rptv-row-ind + 1)
           END-PERFORM

           REFRESH-OBJECT REPORT-ARCHIVE-BOX
           SET-FOCUS REPORT-ARCHIVE-BOX

           goback.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Add-Report-Row SECTION.

           ADD 1 TO rptv-row-ind
           MOVE rpa-name       TO VOC-RPTV-ROW-NAME(rptv-row-ind)
           MOVE rpa-run-date   TO VOC-RPTV-ROW-DATE(rptv-row-ind)
           MOVE rpa-run-time   TO VOC-RPTV-ROW-TIME(rptv-row-ind)
           MOVE rpa-company    TO VOC-RPTV-ROW-COMPANY(rptv-row-ind)
           MOVE rpa-keep-until TO VOC-RPTV-ROW-KEEP(rptv-row-ind)
           MOVE rpa-name       TO rptv-row-name(rptv-row-ind)
           MOVE rpa-run-date   TO rptv-row-date(rptv-row-ind)
           MOVE rpa-run-time   TO rptv-row-time(rptv-row-ind)
           MOVE rpa-line-count TO rptv-row-lines(rptv-row-ind).
           EXIT.

      ****************************************************
      *                                                  *
      *  View-Report puts the first page of the picked     *
      *  report on the viewer; View-Next-Page and            *
      *  View-Prior-Page page through it.                      *
      *                                                  *
      ****************************************************

       View-Report SECTION.

       ENTRY "View-Report".

           PERFORM Check-Archive-Authority
           IF  NOT rptv-authorized
               goback
           END-IF

           IF  VOC-DOLLAR-REGISTER = 0
                   OR rptv-row-name(VOC-DOLLAR-REGISTER) = SPACES
               DISPLAY "PICK A REPORT TO VIEW"
               goback
           END-IF

           MOVE rptv-row-name(VOC-DOLLAR-REGISTER)  TO view-name
           MOVE rptv-row-date(VOC-DOLLAR-REGISTER)  TO view-date
           MOVE rptv-row-time(VOC-DOLLAR-REGISTER)  TO view-time
           MOVE rptv-row-lines(VOC-DOLLAR-REGISTER) TO view-lines
           MOVE 1 TO view-page
           PERFORM Load-View-Page

           goback.

       View-Next-Page SECTION.

       ENTRY "View-Next-Page".

           IF  view-name = SPACES OR view-page = 0
               DISPLAY "PICK A REPORT TO VIEW"
               goback
           END-IF
           IF  view-page * rptv-page-size >= view-lines
               DISPLAY "LAST PAGE OF THE REPORT"
               goback
           END-IF

           ADD 1 TO view-page
           PERFORM Load-View-Page

           goback.

       View-Prior-Page SECTION.

       ENTRY "View-Prior-Page".

           IF  view-name = SPACES OR view-page = 0
               DISPLAY "PICK A REPORT TO VIEW"
               goback
           END-IF
           IF  view-page = 1
               DISPLAY "FIRST PAGE OF THE REPORT"
               goback
           END-IF

           SUBTRACT 1 FROM view-page
           PERFORM Load-View-Page

           goback.

      ****************************************************
      *                                                  *
      *  Load-View-Page fills the viewer lines with the    *
      *  current page of the report on view.                  *
      *                                                  *
      ****************************************************

       Load-View-Page SECTION.

           PERFORM VARYING view-line-ind FROM 1 BY 1
                           UNTIL view-line-ind > rptv-page-size
               MOVE SPACES TO VOC-RPTV-LINE(view-line-ind)
           END-PERFORM

           COMPUTE skip-lines = (view-page - 1) * rptv-page-size
           SET copy-to-viewer TO TRUE
           PERFORM Copy-Filed-Report

           IF  lines-read = 0
               DISPLAY "REPORT NOT FOUND IN THE REPOSITORY"
           END-IF

           MOVE view-page TO VOC-RPTV-PAGE
           REFRESH-OBJECT REPORT-ARCHIVE-BOX.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reprint-Report copies the picked report's filed   *
      *  lines -- exactly as printed -- to reprint.prt.      *
      *                                                  *
      ****************************************************

       Reprint-Report SECTION.

       ENTRY "Reprint-Report".

           PERFORM Check-Archive-Authority
           IF  NOT rptv-authorized
               goback
           END-IF

           IF  VOC-DOLLAR-REGISTER = 0
                   OR rptv-row-name(VOC-DOLLAR-REGISTER) = SPACES
               DISPLAY "PICK A REPORT TO REPRINT"
               goback
           END-IF

           MOVE rptv-row-name(VOC-DOLLAR-REGISTER) TO view-name
           MOVE rptv-row-date(VOC-DOLLAR-REGISTER) TO view-date
           MOVE rptv-row-time(VOC-DOLLAR-REGISTER) TO view-time
           MOVE 0 TO view-page

           OPEN EXTEND reprint-file
           IF  NOT reprint-file-ok
               OPEN OUTPUT reprint-file
           END-IF
           MOVE 0 TO skip-lines
           SET copy-to-reprint TO TRUE
           PERFORM Copy-Filed-Report
           CLOSE reprint-file

           IF  lines-read = 0
               DISPLAY "REPORT NOT FOUND IN THE REPOSITORY"
           ELSE
               DISPLAY "REPORT REPRINTED TO reprint.prt"
           END-IF

           goback.

      ****************************************************
      *                                                  *
      *  Copy-Filed-Report scans the repository stream     *
      *  for the @RPT marker of the report in view-key and   *
      *  hands its lines, past the first skip-lines, to the   *
      *  viewer or to reprint.prt -- everything up to the      *
      *  next marker is the report.                             *
      *                                                  *
      ****************************************************

       Copy-Filed-Report SECTION.

           MOVE 0 TO lines-read
           MOVE 0 TO lines-copied
           MOVE "N" TO copying-switch
           MOVE "N" TO copy-done-switch
           MOVE "N" TO rarc-status(1:1)

           OPEN INPUT rptarch-file
           IF  NOT rarc-file-ok
               EXIT SECTION
           END-IF

           PERFORM UNTIL rarc-file-eof OR copy-done
               READ rptarch-file
                   AT END
                       SET rarc-file-eof TO TRUE
               END-READ
               IF  NOT rarc-file-eof
                   PERFORM Copy-One-Report-Line
               END-IF
           END-PERFORM

           CLOSE rptarch-file.
           EXIT.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Copy-One-Report-Line SECTION.

           MOVE rptarch-line TO rpt-marker-line
           IF  rpt-marker
               IF  copying-report
      *  The next marker ends the report being copied.
                   SET copy-done TO TRUE
                   GO TO Copy-One-Report-Line-Exit
               END-IF
               IF  rm-name = view-name
                       AND rm-run-date = view-date
                       AND rm-run-time = view-time
                   SET copying-report TO TRUE
               END-IF
               GO TO Copy-One-Report-Line-Exit
           END-IF

           IF  NOT copying-report
               GO TO Copy-One-Report-Line-Exit
           END-IF

           ADD 1 TO lines-read
           IF  lines-read <= skip-lines
               GO TO Copy-One-Report-Line-Exit
           END-IF

           IF  copy-to-reprint
               MOVE rptarch-line TO reprint-line
               WRITE reprint-line
               ADD 1 TO lines-copied
           ELSE
               ADD 1 TO lines-copied
               MOVE rptarch-line TO VOC-RPTV-LINE(lines-copied)
               IF  lines-copied >= rptv-page-size
                   SET copy-done TO TRUE
               END-IF
           END-IF.

       Copy-One-Report-Line-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Archive-Authority asks the shared custrole  *
      *  lookup what role the operator acts under and        *
      *  admits supervisors, managers, clerks and inquiry     *
      *  operators -- anyone else is refused, with the          *
      *  refusal written through custaud.                        *
      *                                                  *
      ****************************************************

       Check-Archive-Authority SECTION.

           MOVE "N" TO rptv-auth-switch
           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role = "S" OR acting-role = "M"
                   OR acting-role = "C" OR acting-role = "I"
               MOVE "Y" TO rptv-auth-switch
           ELSE
               DISPLAY "OPERATOR NOT AUTHORIZED TO VIEW FILED "
                   "REPORTS"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "REPORT ARCHIVE ACCESS REFUSED" TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", VOC-c-code,
                                     aud-before-image, aud-after-image
               END-CALL
           END-IF.
           EXIT.
