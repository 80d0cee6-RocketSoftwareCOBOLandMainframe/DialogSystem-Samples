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
      *  control-file -- already open in CUSTVOC's
      *  Program-Initialize, I-O for a manager's session.
           SELECT control-file ASSIGN "ctlfile.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctl-id
           ACCESS IS DYNAMIC
           lock MODE IS AUTOMATIC.

      *  security-file -- read only to prove the supervisor
      *  co-signing a reset, the way CUSTIDLE proves an unlock.
           SELECT security-file ASSIGN "custsec.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sec-operator
           ACCESS IS DYNAMIC
           FILE STATUS IS sec-status.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       FILE SECTION.
       FD  control-file is external.
           COPY "custctl.cpy".

       FD  security-file.
           COPY "custsec.cpy".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".

           COPY "ctlcat.cpy".

       01  sec-status                  PIC XX.
           88  sec-file-ok             VALUE "00".

       77  cat-ind                     PIC 9(4) COMP.

      *  PARAMETER-LIST-BOX carries the whole catalogue plus any
      *  record found on file that the catalogue does not name
      *  (the per-partner EDI sequences CUSTEDIX keeps).
       78  parm-list-size                  VALUE 80.
       77  parm-row-ind                PIC 9(4) COMP.
       77  parm-eof-switch             PIC X VALUE "N".
           88  parm-eof                VALUE "Y".

      *  parm-row-keys remembers what sits on each
      *  PARAMETER-LIST-BOX row.
       01  parm-row-keys.
           03  parm-row-entry OCCURS 80 TIMES.
               05  parm-row-id          PIC X(8).
               05  parm-row-kind        PIC X.
                   88  parm-row-threshold  VALUE "T".
               05  parm-row-low         PIC 9(8).
               05  parm-row-high        PIC 9(8).
               05  parm-row-default     PIC 9(8).

       01  range-text.
           03  rt-low                  PIC Z(7)9.
           03  FILLER                  PIC X(3) VALUE " - ".
           03  rt-high                 PIC Z(7)9.

       77  old-value                   PIC 9(8).
       77  new-value                   PIC 9(8).
       77  other-value                 PIC 9(8).
       77  on-file-switch              PIC X.
           88  value-on-file           VALUE "Y".
       77  aud-action                  PIC X(12).

       01  value-image.
           03  FILLER                  PIC X(4) VALUE "CTL ".
           03  vi-id                   PIC X(8).
           03  FILLER                  PIC X(7) VALUE " VALUE ".
           03  vi-value                PIC 9(8).
           03  vi-source               PIC X(10).

      *  Maintaining the thresholds is a manager's job.  A counter
      *  or checkpoint reset also needs a supervisor other than
      *  the manager at the window to key their own ID and
      *  password onto it -- the second pair of eyes VOCMCHK
      *  puts on outsized money.
       77  acting-operator             PIC X(8).
       77  acting-role                 PIC X.
       77  parm-auth-switch            PIC X VALUE "N".
           88  parm-authorized          VALUE "Y".
       77  cosign-switch               PIC X VALUE "N".
           88  cosign-accepted          VALUE "Y".
       77  cosign-operator             PIC X(8).
       77  cosign-secret               PIC X(16).
       77  cosign-hash                 PIC X(16).
       77  aud-before-image            PIC X(80).
       77  aud-after-image             PIC X(80).

       LINKAGE SECTION.

	    COPY "ds-call.cpy".
      *  custvoc.cpb is expected to carry a PARAMETER-LIST-BOX
      *  window with a parm-list-size-row VOC-PARM-ROW-ID/
      *  VOC-PARM-ROW-DESC/VOC-PARM-ROW-KIND/VOC-PARM-ROW-VALUE/
      *  VOC-PARM-ROW-SOURCE/VOC-PARM-ROW-RANGE array plus
      *  VOC-PARM-COUNT, a VOC-PARM-NEW-VALUE entry field, and
      *  VOC-PARM-SUPV-ID/VOC-PARM-SUPV-PW for the co-signing
      *  supervisor -- see the entry points below.
           COPY "custvoc.cpb".

      ****************************************************
      *                                                  *
      *  List-Control-Parameters fills PARAMETER-LIST-BOX  *
      *  with every catalogued control record -- its value  *
      *  on file, or the default the programs fall back      *
      *  on when there is none -- and then any record on      *
      *  file the catalogue does not name.                      *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION Using Dsc-Control-Block, Voc-Data-Block.

       List-Control-Parameters SECTION.

       ENTRY "List-Control-Parameters".

           PERFORM Check-Parameter-Authority
           IF  NOT parm-authorized
               goback
           END-IF

           PERFORM Load-Parameter-List

           REFRESH-OBJECT PARAMETER-LIST-BOX
           SET-FOCUS PARAMETER-LIST-BOX

           goback.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Load-Parameter-List SECTION.

           MOVE 0 TO parm-row-ind
           MOVE SPACES TO parm-row-keys

           PERFORM VARYING cat-ind FROM 1 BY 1
                           UNTIL cat-ind > ctl-cat-count
               ADD 1 TO parm-row-ind
               MOVE ctl-cat-id(cat-ind)
                   TO parm-row-id(parm-row-ind)
               MOVE ctl-cat-kind(cat-ind)
                   TO parm-row-kind(parm-row-ind)
               MOVE ctl-cat-low(cat-ind)
                   TO parm-row-low(parm-row-ind)
               MOVE ctl-cat-high(cat-ind)
                   TO parm-row-high(parm-row-ind)
               MOVE ctl-cat-default(cat-ind)
                   TO parm-row-default(parm-row-ind)
               MOVE ctl-cat-desc(cat-ind)
                   TO VOC-PARM-ROW-DESC(parm-row-ind)
               PERFORM Show-Parameter-Row
               PERFORM Show-Parameter-Value
           END-PERFORM

           MOVE "N" TO parm-eof-switch
           MOVE LOW-VALUES TO ctl-id
           START control-file KEY IS NOT LESS THAN ctl-id
               INVALID KEY
                   SET parm-eof TO TRUE
           END-START

           PERFORM UNTIL parm-eof
                           OR parm-row-ind >= parm-list-size
               READ control-file NEXT RECORD
                   AT END
                       SET parm-eof TO TRUE
               END-READ
               IF  NOT parm-eof
                   PERFORM Add-Uncatalogued-Row
               END-IF
           END-PERFORM

           MOVE parm-row-ind TO VOC-PARM-COUNT.
           EXIT.

      ****************************************************
      *                                                  *
      *  Add-Uncatalogued-Row lists a record on file the    *
      *  catalogue does not name -- as a counter, so it      *
      *  moves only by the supervised reset.                  *
      *                                                  *
      ****************************************************

       Add-Uncatalogued-Row SECTION.

           PERFORM VARYING cat-ind FROM 1 BY 1
                           UNTIL cat-ind > ctl-cat-count
               IF  ctl-cat-id(cat-ind) = ctl-id
                   EXIT SECTION
               END-IF
           END-PERFORM

           ADD 1 TO parm-row-ind
           MOVE ctl-id   TO parm-row-id(parm-row-ind)
           MOVE "C"      TO parm-row-kind(parm-row-ind)
           MOVE 0        TO parm-row-low(parm-row-ind)
           MOVE 99999999 TO parm-row-high(parm-row-ind)
           MOVE 0        TO parm-row-default(parm-row-ind)
           IF  ctl-id(1:4) = "EOSQ"
               MOVE "LAST EDI OUTBOUND SEQUENCE, PARTNER"
                   TO VOC-PARM-ROW-DESC(parm-row-ind)
           ELSE
               MOVE "NOT IN THE CATALOGUE"
                   TO VOC-PARM-ROW-DESC(parm-row-ind)
           END-IF
           PERFORM Show-Parameter-Row
           MOVE ctl-next-no TO VOC-PARM-ROW-VALUE(parm-row-ind)
           MOVE "ON FILE" TO VOC-PARM-ROW-SOURCE(parm-row-ind).
           EXIT.

      ****************************************************
      *                                                  *
      *  Show-Parameter-Row puts the ID, kind and range    *
      *  of the row at parm-row-ind on the list.             *
      *                                                  *
      ****************************************************

       Show-Parameter-Row SECTION.

           MOVE parm-row-id(parm-row-ind)
               TO VOC-PARM-ROW-ID(parm-row-ind)
           EVALUATE parm-row-kind(parm-row-ind)
               WHEN "T"
                   MOVE "THRESHOLD" TO VOC-PARM-ROW-KIND(parm-row-ind)
               WHEN "C"
                   MOVE "COUNTER" TO VOC-PARM-ROW-KIND(parm-row-ind)
               WHEN OTHER
                   MOVE "CHECKPOINT"
                       TO VOC-PARM-ROW-KIND(parm-row-ind)
           END-EVALUATE
           MOVE parm-row-low(parm-row-ind)  TO rt-low
           MOVE parm-row-high(parm-row-ind) TO rt-high
           MOVE range-text TO VOC-PARM-ROW-RANGE(parm-row-ind).
           EXIT.

      ****************************************************
      *                                                  *
      *  Show-Parameter-Value puts the row's value on file, *
      *  or its default when the record is not on file.      *
      *                                                  *
      ****************************************************

       Show-Parameter-Value SECTION.

           MOVE parm-row-id(parm-row-ind) TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE parm-row-default(parm-row-ind)
                       TO VOC-PARM-ROW-VALUE(parm-row-ind)
                   MOVE "DEFAULT" TO VOC-PARM-ROW-SOURCE(parm-row-ind)
               NOT INVALID KEY
                   MOVE ctl-next-no TO VOC-PARM-ROW-VALUE(parm-row-ind)
                   MOVE "ON FILE" TO VOC-PARM-ROW-SOURCE(parm-row-ind)
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Change-Control-Parameter sets the threshold on    *
      *  the picked row to VOC-PARM-NEW-VALUE, inside the    *
      *  catalogued range.  Counters and checkpoints are       *
      *  refused here -- they move only by the supervised       *
      *  reset below.                                            *
      *                                                  *
      ****************************************************

       Change-Control-Parameter SECTION.

       ENTRY "Change-Control-Parameter".

           PERFORM Check-Parameter-Authority
           IF  NOT parm-authorized
               goback
           END-IF

           IF  VOC-DOLLAR-REGISTER = 0
                   OR parm-row-id(VOC-DOLLAR-REGISTER) = SPACES
               DISPLAY "PICK A CONTROL RECORD TO CHANGE"
               goback
           END-IF
           MOVE VOC-DOLLAR-REGISTER TO parm-row-ind

           IF  NOT parm-row-threshold(parm-row-ind)
               DISPLAY parm-row-id(parm-row-ind)
                   " IS A COUNTER OR CHECKPOINT -- USE THE "
                   "SUPERVISED RESET"
               goback
           END-IF

           MOVE VOC-PARM-NEW-VALUE TO new-value
           IF  new-value < parm-row-low(parm-row-ind)
                   OR new-value > parm-row-high(parm-row-ind)
               MOVE parm-row-low(parm-row-ind)  TO rt-low
               MOVE parm-row-high(parm-row-ind) TO rt-high
               DISPLAY parm-row-id(parm-row-ind)
                   " MUST BE IN THE RANGE " range-text
               goback
           END-IF

      *  The ABC class A and B bands share the hundred percent
      *  between them -- class C is what is left.
           IF  parm-row-id(parm-row-ind) = "ABCAPCT "
                   OR parm-row-id(parm-row-ind) = "ABCBPCT "
               PERFORM Get-Other-ABC-Band
               IF  new-value + other-value > 100
                   DISPLAY "ABCAPCT AND ABCBPCT TOGETHER MAY NOT "
                       "PASS 100 PERCENT"
                   goback
               END-IF
           END-IF

           MOVE "CTL-CHANGE" TO aud-action
           PERFORM Store-Control-Value

           goback.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       Get-Other-ABC-Band SECTION.

           IF  parm-row-id(parm-row-ind) = "ABCAPCT "
               MOVE "ABCBPCT " TO ctl-id
           ELSE
               MOVE "ABCAPCT " TO ctl-id
           END-IF
           PERFORM VARYING cat-ind FROM 1 BY 1
                           UNTIL cat-ind > ctl-cat-count
               IF  ctl-cat-id(cat-ind) = ctl-id
                   MOVE ctl-cat-default(cat-ind) TO other-value
               END-IF
           END-PERFORM
           READ control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ctl-next-no TO other-value
           END-READ.
           EXIT.

      ****************************************************
      *                                                  *
      *  Reset-Control-Record moves the counter or         *
      *  checkpoint on the picked row to                     *
      *  VOC-PARM-NEW-VALUE -- only with a supervisor's        *
      *  co-signature keyed onto the window.                    *
      *                                                  *
      ****************************************************

       Reset-Control-Record SECTION.

       ENTRY "Reset-Control-Record".

           PERFORM Check-Parameter-Authority
           IF  NOT parm-authorized
               goback
           END-IF

           IF  VOC-DOLLAR-REGISTER = 0
                   OR parm-row-id(VOC-DOLLAR-REGISTER) = SPACES
               DISPLAY "PICK A CONTROL RECORD TO RESET"
               goback
           END-IF
           MOVE VOC-DOLLAR-REGISTER TO parm-row-ind

           IF  parm-row-threshold(parm-row-ind)
               DISPLAY parm-row-id(parm-row-ind)
                   " IS A THRESHOLD -- CHANGE IT, NOT RESET IT"
               goback
           END-IF

           PERFORM Check-Supervisor-Cosign
           IF  NOT cosign-accepted
               goback
           END-IF

           MOVE VOC-PARM-NEW-VALUE TO new-value
           MOVE "CTL-RESET" TO aud-action
           PERFORM Store-Control-Value

           goback.

      ****************************************************
      *                                                  *
      *  Store-Control-Value writes new-value to the       *
      *  record on the row at parm-row-ind -- rewritten      *
      *  when on file, written when the programs were still   *
      *  on the default -- and leaves old and new value and    *
      *  who made the change on the audit trail.                *
      *                                                  *
      ****************************************************

       Store-Control-Value SECTION.

           MOVE parm-row-id(parm-row-ind) TO ctl-id
           READ control-file
               INVALID KEY
                   MOVE "N" TO on-file-switch
                   MOVE parm-row-default(parm-row-ind) TO old-value
               NOT INVALID KEY
                   MOVE "Y" TO on-file-switch
                   MOVE ctl-next-no TO old-value
           END-READ

           MOVE parm-row-id(parm-row-ind) TO ctl-id
           MOVE new-value TO ctl-next-no
           IF  value-on-file
               REWRITE control-record
                   INVALID KEY
                       DISPLAY "COULD NOT UPDATE " ctl-id
                       EXIT SECTION
               END-REWRITE
           ELSE
               WRITE control-record
                   INVALID KEY
                       DISPLAY "COULD NOT ADD " ctl-id
                       EXIT SECTION
               END-WRITE
           END-IF
           UNLOCK control-file

           MOVE SPACES TO aud-before-image aud-after-image
           MOVE parm-row-id(parm-row-ind) TO vi-id
           MOVE old-value TO vi-value
           IF  value-on-file
               MOVE SPACES TO vi-source
           ELSE
               MOVE " DEFAULT" TO vi-source
           END-IF
           MOVE value-image TO aud-before-image
           MOVE new-value TO vi-value
           MOVE SPACES TO vi-source
           IF  aud-action = "CTL-RESET"
               STRING value-image(1:27) " BY " acting-operator
                      " SUPERVISOR " cosign-operator
                   DELIMITED BY SIZE INTO aud-after-image
           ELSE
               STRING value-image(1:27) " BY " acting-operator
                   DELIMITED BY SIZE INTO aud-after-image
           END-IF
           CALL "custaud" USING aud-action, "     ",
                                 aud-before-image, aud-after-image
           END-CALL

           PERFORM Show-Parameter-Value
           MOVE 0 TO VOC-PARM-NEW-VALUE
           REFRESH-OBJECT PARAMETER-LIST-BOX

           DISPLAY parm-row-id(parm-row-ind) " SET TO " new-value.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Supervisor-Cosign proves the supervisor     *
      *  keyed onto the window: a different operator from    *
      *  the one acting, holding the supervisor role, whose    *
      *  password hashes to the digest on custsec.ism.          *
      *  The keyed password is cleared whatever the outcome,     *
      *  and a refusal goes through custaud.                      *
      *                                                  *
      ****************************************************

       Check-Supervisor-Cosign SECTION.

           MOVE "N" TO cosign-switch
           MOVE VOC-PARM-SUPV-ID TO cosign-operator
           MOVE VOC-PARM-SUPV-PW TO cosign-secret
           MOVE SPACES TO VOC-PARM-SUPV-PW

           IF  cosign-operator = SPACES
               DISPLAY "A RESET NEEDS A SUPERVISOR TO CO-SIGN"
               GO TO Check-Supervisor-Cosign-Exit
           END-IF
           IF  cosign-operator = acting-operator
               DISPLAY "THE CO-SIGNING SUPERVISOR MUST BE ANOTHER "
                   "OPERATOR"
               GO TO Check-Supervisor-Cosign-Refused
           END-IF

           OPEN INPUT security-file
           IF  NOT sec-file-ok
               DISPLAY "SECURITY FILE NOT AVAILABLE -- NO RESET"
               GO TO Check-Supervisor-Cosign-Exit
           END-IF
           MOVE cosign-operator TO sec-operator
           READ security-file
               INVALID KEY
                   MOVE SPACES TO sec-role
                   MOVE HIGH-VALUES TO sec-pw-hash
           END-READ
           CLOSE security-file

           CALL "custpwhs" USING sec-pw-salt, cosign-secret,
                                  cosign-hash
           END-CALL
           MOVE SPACES TO cosign-secret
           IF  sec-role-supervisor AND cosign-hash = sec-pw-hash
               MOVE "Y" TO cosign-switch
               GO TO Check-Supervisor-Cosign-Exit
           END-IF
           DISPLAY "SUPERVISOR CO-SIGNATURE NOT ACCEPTED".

       Check-Supervisor-Cosign-Refused.
           MOVE SPACES TO aud-before-image aud-after-image
           STRING "OPERATOR " acting-operator
                  " SUPERVISOR " cosign-operator
               DELIMITED BY SIZE INTO aud-before-image
           MOVE "CONTROL RECORD RESET REFUSED" TO aud-after-image
           CALL "custaud" USING "AUTH-FAIL", "     ",
                                 aud-before-image, aud-after-image
           END-CALL.

       Check-Supervisor-Cosign-Exit.
           EXIT.

      ****************************************************
      *                                                  *
      *  Check-Parameter-Authority asks the shared         *
      *  custrole lookup what role the operator acts         *
      *  under -- managers only, with the refusal written      *
      *  through custaud.                                       *
      *                                                  *
      ****************************************************

       Check-Parameter-Authority SECTION.

           MOVE "N" TO parm-auth-switch
           CALL "custrole" USING acting-operator, acting-role
           END-CALL
           IF  acting-role = "M"
               MOVE "Y" TO parm-auth-switch
           ELSE
               DISPLAY "ONLY A MANAGER MAY MAINTAIN THE CONTROL "
                   "PARAMETERS"
               MOVE SPACES TO aud-before-image aud-after-image
               STRING "OPERATOR " acting-operator
                   DELIMITED BY SIZE INTO aud-before-image
               MOVE "PARAMETER MAINTENANCE REFUSED"
                   TO aud-after-image
               CALL "custaud" USING "AUTH-FAIL", "     ",
                                     aud-before-image, aud-after-image
               END-CALL
           END-IF.
           EXIT.
