      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * One-shot security-file conversion to hashed passwords.       *
      * Reads every record off the existing custsec.ism under the    *
      * layout it was written with (plain sec-password and a plain   *
      * three-deep reuse history -- frozen inline below, NOT a COPY  *
      * of the living copybook) and writes it back out to            *
      * seccnvh.ism under the hashed layout: each operator is given  *
      * a salt of their own, and the password and every history      *
      * slot in use are stored only as custpwhs digests under it.    *
      * Role, changed date and force-change flag come across as      *
      * they were, so nobody has to change a password because of     *
      * the conversion.  Once the run report balances, seccnvh.ism   *
      * replaces custsec.ism and the old file is destroyed -- it is  *
      * the last copy of the plain passwords.                        *
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
       PROGRAM-ID. custcnvh.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-security-file ASSIGN "custsec.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS old-sec-operator
           ACCESS IS SEQUENTIAL
           FILE STATUS IS old-status.

           SELECT security-file ASSIGN "seccnvh.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sec-operator
           ACCESS IS DYNAMIC
           FILE STATUS IS sec-status.

           SELECT report-file ASSIGN "custcnvh.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
      *  old-security-record is the layout custsec.ism was written
      *  with while passwords were still kept plain -- kept inline
      *  here, byte for byte, because this program is the only
      *  place the old shape is still needed.
       FD  old-security-file.
       01  old-security-record.
           03  old-sec-operator        PIC X(8).
           03  old-sec-password        PIC X(8).
           03  old-sec-role            PIC X.
           03  old-sec-pw-changed      PIC 9(8).
           03  old-sec-pw-force        PIC X.
           03  old-sec-pw-history.
               05  old-sec-pw-old OCCURS 3 PIC X(8).
           03  FILLER                  PIC X(10).

       FD  security-file.
           COPY "custsec.cpy".

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  old-status                  PIC XX.
           88  old-file-ok             VALUE "00".
           88  old-file-eof            VALUE "10".

       01  sec-status                  PIC XX.
           88  sec-file-ok             VALUE "00".

       77  operator-count              PIC 9(5) COMP.
       77  count-display               PIC ZZZZ9.
       77  hist-ind                    PIC 9 COMP.
       77  hash-secret                 PIC X(16).

      *  Each salt is hashed out of the operator, the run's date and
      *  time and a running count, so no two operators share one
      *  and none can be worked out from the operator ID alone.
       01  salt-seed.
           03  seed-time               PIC 9(8).
       01  salt-source.
           03  source-operator         PIC X(8).
           03  source-date             PIC 9(8).
       77  salt-digest                 PIC X(16).

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION.

       Main-Process SECTION.

           MOVE 0 TO operator-count
           ACCEPT seed-time FROM TIME
           ACCEPT source-date FROM DATE YYYYMMDD
           OPEN OUTPUT report-file
           OPEN INPUT old-security-file
           OPEN OUTPUT security-file

           PERFORM UNTIL old-file-eof
               READ old-security-file NEXT RECORD
                   AT END
                       SET old-file-eof TO TRUE
                   NOT AT END
                       PERFORM Convert-One-Operator
               END-READ
           END-PERFORM

           CLOSE old-security-file
           CLOSE security-file

           MOVE operator-count TO count-display
           MOVE SPACES TO report-line
           STRING "OPERATORS CONVERTED: " count-display
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file.
           STOP RUN.

      ****************************************************
      *                                                  *
      *  Convert-One-Operator salts the operator and        *
      *  hashes the password and the history slots in use   *
      *  -- an empty slot stays spaces, which no digest       *
      *  can match.                                           *
      *                                                  *
      ****************************************************

       Convert-One-Operator SECTION.

           MOVE SPACES TO security-record
           MOVE old-sec-operator   TO sec-operator
           MOVE old-sec-role       TO sec-role
           MOVE old-sec-pw-changed TO sec-pw-changed
           MOVE old-sec-pw-force   TO sec-pw-force

           ADD 1 TO seed-time
           MOVE old-sec-operator TO source-operator
           MOVE salt-source TO hash-secret
           CALL "custpwhs" USING salt-seed, hash-secret, salt-digest
           END-CALL
           MOVE salt-digest(1:8) TO sec-pw-salt

           MOVE old-sec-password TO hash-secret
           CALL "custpwhs" USING sec-pw-salt, hash-secret, sec-pw-hash
           END-CALL

           PERFORM VARYING hist-ind FROM 1 BY 1
                           UNTIL hist-ind > 3
               IF  old-sec-pw-old(hist-ind) NOT = SPACES
                   MOVE old-sec-pw-old(hist-ind) TO hash-secret
                   CALL "custpwhs" USING sec-pw-salt, hash-secret,
                                          sec-pw-old(hist-ind)
                   END-CALL
               END-IF
           END-PERFORM

           WRITE security-record
               INVALID KEY
                   DISPLAY "CUSTCNVH: COULD NOT WRITE OPERATOR "
                       old-sec-operator
           END-WRITE
           ADD 1 TO operator-count.
           EXIT.
