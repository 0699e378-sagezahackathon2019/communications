       COPY "MAILAPPR.sl".
       COPY "MAILRPT.sl".
       COPY "MAILAUDR.sl".
       COPY "MAILOPER.sl".
       COPY "MAILRATE.sl".
       COPY "MAILCERT.sl".
       COPY "MAILPREF.sl".
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILAPPR.fd".
       COPY "MAILRPT.fd".
       COPY "MAILAUDR.fd".
       COPY "MAILOPER.fd".
       COPY "MAILRATE.fd".
       COPY "MAILCERT.fd".
       COPY "MAILPREF.fd".
      *{Bench}end
       WORKING-STORAGE             SECTION.
      *{Bench}acu-def
       01  SCSTAT                      PIC X(2).
       01  APSTAT                      PIC X(2).
       01  ARSTAT                      PIC X(2).
       01  OPSTAT                      PIC X(2).
       01  RTSTAT                      PIC X(2).
       01  CTSTAT                      PIC X(2).
       01  PRSTAT                      PIC X(2).
       01  WS-AUDR-FILE-NAME           PIC X(100).
       01  WS-RECIPIENT                PIC X(500).
       01  WS-RECIP-POINTER            PIC 9(5).

      *    Template selection on the Send Mail screen - when
      *    WS-TPL-ID names a MAILTPL template its subject and body
      *    replace whatever was keyed, with &NAME, &AMOUNT, &DATE and
      *    &ACCOUNT filled from the values alongside.
       01  WS-TPL-ID                   PIC X(20).
       01  WS-TPL-VALUES.
           05  WS-TPL-NAME             PIC X(100).
           05  WS-TPL-AMOUNT           PIC X(20).
           05  WS-TPL-DATE             PIC X(20).
           05  WS-TPL-ACCOUNT          PIC X(20).

      *    Fields edited on the Templates maintenance screen - the
      *    body holds the full long text, stored as TP-BODY plus
       01  WS-TPLM-SUBJECT             PIC X(500).
       01  WS-TPLM-BODY                PIC X(10000).
       01  WS-TPLM-SENSITIVE           PIC X(1).
       01  WS-TPLM-CATEGORY            PIC X(10).

      *    Work fields for the placeholder substitution engine
      *    (Z121-REPLACE-MARKER) - one marker at a time is replaced
       01  WS-AUD-STAMP                PIC X(21).
       COPY "MAILAUDIT.ws".

      *    Sign-on - the id and password keyed on the SignOn screen
      *    are checked against MAILOPER before the main menu is
      *    shown, and the signed-on operator's role flags gate the
      *    maintenance screens.  X_SIGNON_MAX_TRIES failures in a row
      *    lock the operator out.  While MAILOPER is still empty the
      *    first sign-on is let in with the Operators and Settings
      *    roles only, so the file can be set up.
       01  WS-SO-OPERATOR-ID           PIC X(20).
       01  WS-SO-PASSWORD              PIC X(20).
       01  WS-SO-TRIES                 PIC 9(2) VALUE ZERO.
       01  WS-SO-MAX-TRIES             PIC 9(2) VALUE 3.
       01  WS-SO-MAX-TRIES-ENV         PIC X(2).
       01  WS-SO-REASON                PIC X(8).
       01  WS-SO-ROLES.
           05  WS-SO-ROLE-SETTINGS     PIC X(1).
           05  WS-SO-ROLE-TEMPLATES    PIC X(1).
           05  WS-SO-ROLE-DISTLIST     PIC X(1).
           05  WS-SO-ROLE-SUPPRESS     PIC X(1).
           05  WS-SO-ROLE-QUEUE        PIC X(1).
           05  WS-SO-ROLE-SCHEDULE     PIC X(1).
           05  WS-SO-ROLE-APPROVE      PIC X(1).
           05  WS-SO-ROLE-AUDIT        PIC X(1).
           05  WS-SO-ROLE-OPERATORS    PIC X(1).
           05  FILLER                  PIC X(11).
       01  WS-SIGNED-ON-SW             PIC X VALUE "N".
           88  WS-SIGNED-ON            VALUE "Y".
       01  WS-OPER-SETUP-SW            PIC X VALUE "N".
           88  WS-OPER-SETUP-MODE      VALUE "Y".

      *    Fields edited on the Operators maintenance screen - the
      *    password is never shown; left blank on a Save it keeps the
      *    stored one.  The old flags are held so the audit trail
      *    records both sides of a role change.
       01  WS-OPM-ID                   PIC X(20).
       01  WS-OPM-NAME                 PIC X(40).
       01  WS-OPM-PASSWORD             PIC X(20).
       01  WS-OPM-ACTIVE               PIC X(1).
       01  WS-OPM-LOCKED               PIC X(1).
       01  WS-OPM-ROLES.
           05  WS-OPM-ROLE-SETTINGS    PIC X(1).
           05  WS-OPM-ROLE-TEMPLATES   PIC X(1).
           05  WS-OPM-ROLE-DISTLIST    PIC X(1).
           05  WS-OPM-ROLE-SUPPRESS    PIC X(1).
           05  WS-OPM-ROLE-QUEUE       PIC X(1).
           05  WS-OPM-ROLE-SCHEDULE    PIC X(1).
           05  WS-OPM-ROLE-APPROVE     PIC X(1).
           05  WS-OPM-ROLE-AUDIT       PIC X(1).
           05  WS-OPM-ROLE-OPERATORS   PIC X(1).
           05  FILLER                  PIC X(11).
       01  WS-OPM-ROLE-TABLE REDEFINES WS-OPM-ROLES.
           05  WS-OPM-ROLE-FLAG OCCURS 9 PIC X(1).
           05  FILLER                  PIC X(11).
       01  WS-OPM-IX                   PIC 9(2).
       01  WS-OPM-OLD-ROLES            PIC X(20).
       01  WS-OPM-OLD-LOCKED           PIC X(1).
       01  WS-OPM-VALID-SW             PIC X VALUE "N".
           88  WS-OPM-VALID            VALUE "Y".
       01  WS-OPM-NEW-SW               PIC X VALUE "N".
           88  WS-OPM-NEW              VALUE "Y".

      *    Fields edited on the Rates screen - the chargeback rate
      *    and department per connection profile.  A blank profile
      *    id is the rate for the environment defaults.  The old
      *    values are held so the audit trail records both sides.
       01  WS-RTM-PROFILE              PIC X(20).
       01  WS-RTM-RATE                 PIC 9(3)V9(5).
       01  WS-RTM-DEPT                 PIC X(30).
       01  WS-RTM-OLD-RATE             PIC 9(3)V9(5).
       01  WS-RTM-OLD-DEPT             PIC X(30).
       01  WS-RTM-RATE-EDIT            PIC ZZ9.99999.
       01  WS-RTM-OLD-RATE-EDIT        PIC ZZ9.99999.

      *    Fields edited on the Consent screen - a call-centre change
      *    to one address's opt-in or opt-out for one message
      *    category on MAILPREF.  The old value is held so the audit
      *    trail records both sides ("-" when there was no row).
       01  WS-CNM-ADDR                 PIC X(100).
       01  WS-CNM-CATEGORY             PIC X(10).
       01  WS-CNM-CONSENT              PIC X(1).
       01  WS-CNM-REASON               PIC X(20).
       01  WS-CNM-OLD-CONSENT          PIC X(1).

      *    Connection profile selection - WS-PROFILE-ID names the
      *    MAILPROF entry the next send goes out under, or spaces for
      *    the environment defaults.  Z143-RESOLVE-PROFILE loads the
      *    effective key / site code / URL into the WS-SEND- fields
      *    the vendor call uses, leaving the default triple intact.
       01  WS-PROFILE-ID               PIC X(20).
      *    Submitting system and its reference when the desk sends on
      *    a department's behalf - carried onto the MAILLIST rows so
      *    MailOutcome returns the result to that system.
       01  WS-ORIG-SYSTEM              PIC X(8).
       01  WS-ORIG-REF                 PIC X(40).
       01  WS-SEND-VENDOR-KEY          PIC X(40).
       01  WS-SEND-SITE-CODE           PIC X(6).
       01  WS-SEND-URL                 PIC X(100).

      *    Profile id keyed on the Settings screen's profile save.
       01  WS-SETM-PROFILE-ID          PIC X(20).
      *    Its send caps - recipients per SendMailBatch run and per
      *    hour, zero for no cap.
       01  WS-SETM-RUN-CAP             PIC 9(7).
       01  WS-SETM-HOUR-CAP            PIC 9(7).

      *    Old settings values held across B310-SAVE-SETTINGS so the
      *    audit trail records both sides of a change.
       01  WS-ENTRY-SUPP-COUNT         PIC 9(4).
       01  WS-SUPP-SEQ                 PIC 9(4) VALUE ZERO.
       01  WS-SUPP-STAMP               PIC X(21).
      *    "SUPPRESSED" or "OPTED-OUT" - the status the skipped
      *    recipient's MAILLIST row is written with.
       01  WS-SKIP-STATUS              PIC X(20).

      *    Consent preferences - the category of the template in use
      *    and whether its recipients have opted out of it on
      *    MAILPREF.  The direct send filters consent only (the
      *    operator is warned of suppressed addresses instead); the
      *    approval-time send filters both.
       01  WS-TPL-CATEGORY             PIC X(10) VALUE SPACES.
       01  WS-ADDR-OPTOUT-SWITCH       PIC X VALUE "N".
           88  WS-ADDR-OPTED-OUT       VALUE "Y".
       01  WS-CONSENT-ONLY-SW          PIC X VALUE "N".
           88  WS-CONSENT-ONLY         VALUE "Y".

      *    Fields edited on the Suppression maintenance screen.
       01  WS-SPM-ADDR                 PIC X(100).
           88  WS-APPR-SEND-OK         VALUE "Y".
       01  WS-APPR-PENDING-SW          PIC X VALUE "N".
           88  WS-APPR-STAY-PENDING    VALUE "Y".
      *    Set while an approved request is being sent, so each vendor
      *    task it raises is tied back to the approval in MAILAUDIT.
       01  WS-APPR-SEND-ID             PIC X(21) VALUE SPACES.

      *    Approvals screen - the listed page of pending MAILAPPR
      *    entries plus the approval id the operator is acting on.
                   15  WS-AUI-L-ACTION PIC X(15).
                   15  WS-AUI-L-DETAIL PIC X(60).

      *    Recipient history screen - every row ever written for one
      *    address, live MAILLIST first and then the MAILARCH archive,
      *    each read by its To/Subject alternate key so only that
      *    address's rows are touched.  WS-RH-KEYS holds the file and
      *    mail id behind each listed item for the certificate.
       01  WS-RH-ADDRESS               PIC X(100).
       01  WS-RH-PAGE-NUM              PIC 9(4) COMP-5 VALUE 1.
       01  WS-RH-PAGE-SIZE             PIC 9(3) VALUE 98.
       01  WS-RH-LINE-COUNT            PIC 9(3).
       01  WS-RH-SKIP-COUNT            PIC 9(6).
       01  WS-RH-TOTAL                 PIC 9(6).
       01  WS-RH-MORE-SWITCH           PIC X VALUE "N".
           88  WS-RH-MORE              VALUE "Y".
       01  WS-RH-SOURCE                PIC X(1).
           88  WS-RH-FROM-ARCHIVE      VALUE "A".
       01  WS-RH-ITEM                  PIC 9(5).
       01  WS-RH-ITEM-EDIT             PIC ZZZZ9.
       01  WS-RH-FIRST-ITEM            PIC 9(6).
       01  WS-RH-TOTAL-EDIT            PIC ZZZZZ9.
       01  WS-RH-ATTEMPT-EDIT          PIC ZZ9.
       01  WS-RH-SUPP-TEXT             PIC X(100).
       01  WS-RH-REC.
           05  WS-RH-LINES-TABLE.
               10  WS-RH-LINES OCCURS 100.
                   15  WS-RH-L-ITEM    PIC X(5).
                   15  WS-RH-L-SRC     PIC X(5).
                   15  WS-RH-L-SENT    PIC X(15).
                   15  WS-RH-L-PROC    PIC X(15).
                   15  WS-RH-L-STATUS  PIC X(13).
                   15  WS-RH-L-ATTEMPT PIC X(5).
                   15  WS-RH-L-PROFILE PIC X(21).
                   15  WS-RH-L-TPL     PIC X(21).
                   15  WS-RH-L-SUBJ    PIC X(40).
       01  WS-RH-KEYS.
           05  WS-RH-KEY OCCURS 100.
               10  WS-RH-K-SOURCE      PIC X(1).
               10  WS-RH-K-MAIL-ID     PIC X(44).

      *    Proof-of-notice certificate - one message, printed to
      *    MAILCERT with its body, attachments, delivery status and
      *    the MAILAUDIT lines for its submission (and approval, when
      *    the send was parked for one).  The trail is searched from
      *    the month the message was sent up to the current month.
       01  WS-CERT-FILE-NAME           PIC X(100).
       01  WS-CT-NOW                   PIC X(21).
       01  WS-CT-LABEL                 PIC X(20).
       01  WS-CT-TEXT                  PIC X(10000).
       01  WS-CT-SLICE                 PIC 9(3).
       01  WS-CT-SLICE-LAST            PIC 9(3).
       01  WS-CT-POS                   PIC 9(5).
       01  WS-CT-STAMP-IN              PIC X(21).
       01  WS-CT-STAMP-OUT             PIC X(19).
       01  WS-CT-ATTACH-ITEM           PIC X(500).
       01  WS-CT-TASK-ID               PIC X(44).
       01  WS-CT-TASK-LEN              PIC 9(3).
       01  WS-CT-ORIG-TASK-ID          PIC X(44).
       01  WS-CT-ORIG-LEN              PIC 9(3).
       01  WS-CT-APPR-ID               PIC X(21).
       01  WS-CT-SCAN                  PIC 9(3).
       01  WS-CT-HITS                  PIC 9(4).
       01  WS-CT-LINE-COUNT            PIC 9(5).
       01  WS-CT-PASS                  PIC X(1).
           88  WS-CT-SUBMIT-PASS       VALUE "S".
           88  WS-CT-APPROVAL-PASS     VALUE "A".
       01  WS-CT-FROM-YYYYMM           PIC 9(6).
       01  WS-CT-TO-YYYYMM             PIC 9(6).
       01  WS-CT-CUR-YYYYMM            PIC 9(6).
       01  WS-CT-CUR-MM                PIC 9(2).

      *    Fields edited on the Schedules maintenance screen.
       01  WS-SCM-ID                   PIC X(20).
       01  WS-SCM-TEMPLATE             PIC X(20).

      *    Queue maintenance screen - the listed page of pending
      *    MAILQUEUE entries plus the entry the operator is acting
      *    on.  Hold/Release/Delete need the signed-on operator's
      *    Queue role.
       01  WS-QM-REC.
           05  WS-QM-LINES-TABLE.
               10  WS-QM-LINES OCCURS 100.
           88  WS-QM-EOF               VALUE "Y".
       01  WS-QM-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-QM-FOUND             VALUE "Y".
       01  WS-QMD-TO                   PIC X(500).
       01  WS-QMD-SUBJECT              PIC X(500).
       01  WS-QMD-BODY                 PIC X(10000).
           END-PERFORM.
           MOVE "N" TO WS-SETTINGS-FIRST-RUN-SWITCH.

           MOVE WS-OPERATOR-ID TO SCR-MAIN-OPER.
           MOVE SPACES TO SCR-MAIN-MSG.
           IF WS-OPER-SETUP-MODE
               MOVE "No operators set up yet - add them on Operators."
                   TO SCR-MAIN-MSG
           END-IF.

           PERFORM Acu-Main-Scrn.

       A000-ACCEPT.
           ACCEPT Main.

           MOVE SPACES TO SCR-MAIN-MSG.

      *    Send Mail, Report and History are open to every signed-on
      *    operator; each maintenance screen needs its role flag on
      *    MAILOPER.
           EVALUATE TRUE
               WHEN Exit-Pushed
                   GO TO A000-EXIT
                   PERFORM B100-SEND-MAIL
               WHEN queryreport-pushed
                   PERFORM B200-QUERY-REPORT
               WHEN rcpthist-pushed
                   PERFORM E100-RECIPIENT-HISTORY
               WHEN queuemaint-pushed
                   IF WS-SO-ROLE-QUEUE = "Y"
                       PERFORM B700-MAINTAIN-QUEUE
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN tplmaint-pushed
                   IF WS-SO-ROLE-TEMPLATES = "Y"
                       PERFORM B400-MAINTAIN-TEMPLATES
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN distmaint-pushed
                   IF WS-SO-ROLE-DISTLIST = "Y"
                       PERFORM B500-MAINTAIN-DISTLIST
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN suppmaint-pushed
                   IF WS-SO-ROLE-SUPPRESS = "Y"
                       PERFORM B600-MAINTAIN-SUPPRESSION
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN consentmaint-pushed
                   IF WS-SO-ROLE-SUPPRESS = "Y"
                       PERFORM B995-MAINTAIN-CONSENT
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN schedmaint-pushed
                   IF WS-SO-ROLE-SCHEDULE = "Y"
                       PERFORM B800-MAINTAIN-SCHEDULES
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN apprmaint-pushed
                   IF WS-SO-ROLE-APPROVE = "Y"
                       PERFORM B900-MAINTAIN-APPROVALS
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN auditinq-pushed
                   IF WS-SO-ROLE-AUDIT = "Y"
                       PERFORM B950-AUDIT-INQUIRY
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN settings-pushed
                   IF WS-SO-ROLE-SETTINGS = "Y"
                       PERFORM B300-MAINTAIN-SETTINGS
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN opermaint-pushed
                   IF WS-SO-ROLE-OPERATORS = "Y"
                       PERFORM B980-MAINTAIN-OPERATORS
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
               WHEN ratemaint-pushed
                   IF WS-SO-ROLE-SETTINGS = "Y"
                       PERFORM B990-MAINTAIN-RATES
                   ELSE
                       PERFORM A140-NOT-AUTHORIZED
                   END-IF
           END-EVALUATE.

           DISPLAY Main.

           GO TO A000-ACCEPT.

       A000-EXIT.
               MOVE WS-APPR-THRESHOLD-ENV TO WS-APPR-THRESHOLD
           END-IF.

           MOVE SPACES TO WS-SO-MAX-TRIES-ENV.
           ACCEPT WS-SO-MAX-TRIES-ENV
               FROM ENVIRONMENT "X_SIGNON_MAX_TRIES".
           IF WS-SO-MAX-TRIES-ENV NOT = SPACES
               MOVE WS-SO-MAX-TRIES-ENV TO WS-SO-MAX-TRIES
           END-IF.
           IF WS-SO-MAX-TRIES = ZERO
               MOVE 3 TO WS-SO-MAX-TRIES
           END-IF.

           PERFORM A110-SIGN-ON.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A110-SIGN-ON SECTION.
      ********************************

      *    No menu until the operator is signed on against MAILOPER -
      *    the id field starts with the workstation's X_OPERATOR_ID.
      *    Exit, or X_SIGNON_MAX_TRIES refused attempts, ends the run.
           MOVE WS-OPERATOR-ID TO WS-SO-OPERATOR-ID.
           MOVE SPACES TO WS-SO-PASSWORD SCR-SO-MSG.
           MOVE ZERO TO WS-SO-TRIES.
           MOVE "N" TO WS-SIGNED-ON-SW.

           PERFORM Acu-SignOn-Scrn.

       A110-ACCEPT.

           ACCEPT SignOn.

           EVALUATE TRUE
               WHEN Exit-Pushed
                   GO TO A110-ABORT
               WHEN signon-pushed
                   PERFORM A120-CHECK-SIGN-ON
                   IF WS-SIGNED-ON
                       GO TO A110-LAST
                   END-IF
                   IF WS-SO-TRIES NOT < WS-SO-MAX-TRIES
                       GO TO A110-ABORT
                   END-IF
                   MOVE SPACES TO WS-SO-PASSWORD
                   DISPLAY SignOn
           END-EVALUATE.

           GO TO A110-ACCEPT.

       A110-ABORT.
           DESTROY SignOn SignOn-Handle.
           GO TO A000-EXIT.

       A110-LAST.
           DESTROY SignOn SignOn-Handle.

       A110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A120-CHECK-SIGN-ON SECTION.
      ********************************

           MOVE "N" TO WS-SIGNED-ON-SW.
           MOVE SPACES TO SCR-SO-MSG WS-SO-REASON.

           IF WS-SO-OPERATOR-ID = SPACES
               MOVE "Key your operator id." TO SCR-SO-MSG
               GO TO A120-EXIT
           END-IF.

           PERFORM Z160-OPEN-MAILOPER.
           IF OPSTAT NOT = "00"
               MOVE "Operator file not available." TO SCR-SO-MSG
               GO TO A120-EXIT
           END-IF.

      *    A brand-new installation has no operators yet - the first
      *    one in may only set up operators and settings.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START MAILOPER KEY IS NOT < OP-OPERATOR-ID
               INVALID KEY MOVE "23" TO OPSTAT
           END-START.
           IF OPSTAT = "00"
               READ MAILOPER NEXT RECORD
                   AT END MOVE "10" TO OPSTAT
               END-READ
           END-IF.

           IF OPSTAT NOT = "00"
               PERFORM Z161-CLOSE-MAILOPER
               MOVE "Y" TO WS-OPER-SETUP-SW
               MOVE "NNNNNNNNN" TO WS-SO-ROLES
               MOVE "Y" TO WS-SO-ROLE-SETTINGS WS-SO-ROLE-OPERATORS
               MOVE WS-SO-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE "Y" TO WS-SIGNED-ON-SW
               MOVE "SIGNON-SETUP" TO WS-AUD-ACTION
               MOVE "operator file empty - operators/settings only"
                   TO WS-AUD-DETAILS
               PERFORM Z140-WRITE-AUDIT
               GO TO A120-EXIT
           END-IF.

           MOVE WS-SO-OPERATOR-ID TO OP-OPERATOR-ID.
           READ MAILOPER RECORD
               INVALID KEY MOVE "23" TO OPSTAT
           END-READ.

           EVALUATE TRUE
               WHEN OPSTAT NOT = "00"
                   MOVE "UNKNOWN" TO WS-SO-REASON
               WHEN OP-ACTIVE NOT = "Y"
                   MOVE "INACTIVE" TO WS-SO-REASON
               WHEN OP-LOCKED = "Y"
                   MOVE "LOCKED" TO WS-SO-REASON
               WHEN OP-PASSWORD NOT = WS-SO-PASSWORD
                   MOVE "PASSWORD" TO WS-SO-REASON
           END-EVALUATE.

           IF WS-SO-REASON NOT = SPACES
               PERFORM A130-REFUSE-SIGN-ON
               GO TO A120-EXIT
           END-IF.

      *    The settings gate in A000-MAIN would drop this operator
      *    straight into the Settings screen - only an operator who
      *    may change settings can get the console going.
           PERFORM A101-VALIDATE-SETTINGS.
           IF NOT WS-SETTINGS-VALID
               AND OP-ROLE-SETTINGS NOT = "Y"
               PERFORM Z161-CLOSE-MAILOPER
               MOVE "Settings incomplete - needs the Settings role."
                   TO SCR-SO-MSG
               GO TO A120-EXIT
           END-IF.

           MOVE ZERO TO OP-FAIL-COUNT.
           MOVE FUNCTION CURRENT-DATE TO OP-LAST-SIGNON.
           REWRITE OP-REC.

           MOVE OP-ROLES TO WS-SO-ROLES.
           MOVE OP-OPERATOR-ID TO WS-OPERATOR-ID.

           PERFORM Z161-CLOSE-MAILOPER.

           MOVE "Y" TO WS-SIGNED-ON-SW.

           MOVE "SIGNON" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "roles=" DELIMITED BY SIZE
                  WS-SO-ROLES(1:9) DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.

       A120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A130-REFUSE-SIGN-ON SECTION.
      ********************************

      *    A wrong password counts against the operator's row - the
      *    X_SIGNON_MAX_TRIESth failure in a row locks it.  The
      *    refusal is audited under the id that was keyed, so the
      *    trail shows whose account was being tried.
           ADD 1 TO WS-SO-TRIES.

           MOVE WS-SO-OPERATOR-ID TO WS-OPERATOR-ID.

           IF WS-SO-REASON = "PASSWORD"
               ADD 1 TO OP-FAIL-COUNT
               IF OP-FAIL-COUNT NOT < WS-SO-MAX-TRIES
                   MOVE "Y" TO OP-LOCKED
               END-IF
               REWRITE OP-REC
           END-IF.

           PERFORM Z161-CLOSE-MAILOPER.

           IF WS-SO-REASON = "LOCKED"
               MOVE "Operator is locked out - see an administrator."
                   TO SCR-SO-MSG
           ELSE
               MOVE "Operator id or password not accepted."
                   TO SCR-SO-MSG
           END-IF.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "reason=" DELIMITED BY SIZE
                  WS-SO-REASON DELIMITED BY SIZE
                  " tries=" DELIMITED BY SIZE
                  WS-SO-TRIES DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.

           IF WS-SO-REASON = "PASSWORD"
               AND OP-LOCKED = "Y"
               MOVE "SIGNON-LOCK" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-DETAILS
               STRING "failed sign-ons=" DELIMITED BY SIZE
                      OP-FAIL-COUNT DELIMITED BY SIZE
                      INTO WS-AUD-DETAILS
               END-STRING
               PERFORM Z140-WRITE-AUDIT
               MOVE "Too many failures - operator is now locked out."
                   TO SCR-SO-MSG
           END-IF.

       A130-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A140-NOT-AUTHORIZED SECTION.
      ********************************

           MOVE "Not authorized - your operator lacks that role."
               TO SCR-MAIN-MSG.

       A140-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A101-VALIDATE-SETTINGS SECTION.
      ********************************
           INITIALIZE WS-MAIL-REC.

           MOVE SPACES TO WS-TPL-ID WS-TPL-VALUES WS-PROFILE-ID.
           MOVE SPACES TO WS-ORIG-SYSTEM WS-ORIG-REF.

           ACCEPT WS-MAIL-FROM FROM ENVIRONMENT "X_MAIL_FROM".

           MOVE WS-MAIL-BODY(1:1000) TO AP-BODY.
           MOVE WS-MAIL-ATTACH     TO AP-ATTACHMENTS.
           MOVE WS-PROFILE-ID      TO AP-PROFILE-ID.
           MOVE WS-TPL-ID          TO AP-TEMPLATE-ID.
           MOVE WS-ORIG-SYSTEM     TO AP-ORIG-SYSTEM.
           MOVE WS-ORIG-REF        TO AP-ORIG-REF.

           WRITE AP-REC.

           MOVE SCR-TPL-NAME TO WS-TPL-NAME.
           MOVE SCR-TPL-AMOUNT TO WS-TPL-AMOUNT.
           MOVE SCR-TPL-DATE TO WS-TPL-DATE.
           MOVE SCR-TPL-ACCOUNT TO WS-TPL-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(SCR-ORIG-SYSTEM) TO WS-ORIG-SYSTEM.
           MOVE SCR-ORIG-REF TO WS-ORIG-REF.

      *    The profile decides which credentials the vendor call uses
      *    - resolve it before anything else so a bad profile id
      *    it must be applied before the duplicate check so the check
      *    sees the subject that will actually go out.
           MOVE "N" TO WS-TPL-SENSITIVE-SW.
           MOVE SPACES TO WS-TPL-CATEGORY.
           IF WS-TPL-ID NOT = SPACES
               PERFORM Z115-OPEN-MAILTPL
               PERFORM Z117-READ-TEMPLATE
               PERFORM Z116-CLOSE-MAILTPL
               IF TPSTAT = "00"
                   MOVE TP-SENSITIVE TO WS-TPL-SENSITIVE-SW
                   MOVE TP-CATEGORY TO WS-TPL-CATEGORY
                   PERFORM Z118-APPLY-TEMPLATE
                   DISPLAY SendMail
               ELSE
               PERFORM Z140-WRITE-AUDIT
           END-IF.

      *    Recipients who have opted out of the template's category
      *    are dropped and logged OPTED-OUT - unlike suppression
      *    there is no operator override for a consent choice.  It
      *    runs only once the operator has confirmed the send, so an
      *    answer of No leaves no OPTED-OUT rows behind.
           IF WS-TPL-CATEGORY NOT = SPACES
               MOVE "Y" TO WS-CONSENT-ONLY-SW
               PERFORM B936-FILTER-SUPP-APPROVED
               MOVE "N" TO WS-CONSENT-ONLY-SW
               IF WS-EXP-CHUNK-COUNT = ZERO
                   MOVE SPACES TO SCR-ERROR-MSG
                   STRING "Every recipient has opted out of "
                                             DELIMITED BY SIZE
                          WS-TPL-CATEGORY    DELIMITED BY SPACE
                          " mail - nothing sent."
                                             DELIMITED BY SIZE
                          INTO SCR-ERROR-MSG
                   DISPLAY SendMail
                   GO TO B110-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO SCR-ERROR-MSG.

      *    One vendor submission per chunk of the expanded recipient
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.

      *    The SUBMIT line has no room for the approval id, so an
      *    approved send gets a second line pairing the two - the
      *    proof-of-notice certificate follows it back to the
      *    request and decision lines.
           IF WS-APPR-SEND-ID NOT = SPACES
               MOVE "APPR-SEND" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-DETAILS
               STRING "appr=" DELIMITED BY SIZE
                      WS-APPR-SEND-ID DELIMITED BY SIZE
                      " task=" DELIMITED BY SIZE
                      WS-MAIL-ID DELIMITED BY SIZE
                      INTO WS-AUD-DETAILS
               END-STRING
               PERFORM Z140-WRITE-AUDIT
           END-IF.

           PERFORM C101-DESTROY-SEND-MAIL-HANDLE.

       B112-EXIT.
           MOVE WS-URL        TO SCR-URL.
           MOVE WS-SITE-CODE  TO SCR-SITE-CODE.
           MOVE SPACES        TO WS-SETM-PROFILE-ID.
           MOVE ZERO          TO WS-SETM-RUN-CAP WS-SETM-HOUR-CAP.

           MOVE SPACES TO SCR-SETTINGS-MSG.
           IF NOT WS-SETTINGS-VALID
           MOVE SCR-VENDOR-KEY     TO PF-VENDOR-KEY.
           MOVE SCR-URL            TO PF-URL.
           MOVE SCR-SITE-CODE      TO PF-SITE-CODE.
           MOVE WS-SETM-RUN-CAP    TO PF-RUN-CAP.
           MOVE WS-SETM-HOUR-CAP   TO PF-HOUR-CAP.

           WRITE PF-REC
               INVALID KEY REWRITE PF-REC
                  WS-SETM-PROFILE-ID DELIMITED BY SIZE
                  " site=" DELIMITED BY SIZE
                  PF-SITE-CODE DELIMITED BY SIZE
                  " run-cap=" DELIMITED BY SIZE
                  PF-RUN-CAP DELIMITED BY SIZE
                  " hour-cap=" DELIMITED BY SIZE
                  PF-HOUR-CAP DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.
      ********************************

           MOVE SPACES TO WS-TPLM-ID WS-TPLM-SUBJECT WS-TPLM-BODY
                          WS-TPLM-SENSITIVE WS-TPLM-CATEGORY
                          SCR-TPL-MAINT-MSG.

           PERFORM Z115-OPEN-MAILTPL.

               PERFORM Z146-LOAD-BODY-SEGMENTS
               MOVE WS-BODY-TEXT TO WS-TPLM-BODY
               MOVE TP-SENSITIVE TO WS-TPLM-SENSITIVE
               MOVE TP-CATEGORY TO WS-TPLM-CATEGORY
               MOVE "Template loaded." TO SCR-TPL-MAINT-MSG
           ELSE
               MOVE "Template not found." TO SCR-TPL-MAINT-MSG
           MOVE WS-TPLM-SUBJECT TO TP-SUBJECT.
           MOVE WS-TPLM-BODY(1:1000) TO TP-BODY.
           MOVE WS-TPLM-SENSITIVE TO TP-SENSITIVE.
           MOVE FUNCTION UPPER-CASE(WS-TPLM-CATEGORY) TO TP-CATEGORY.
           MOVE TP-CATEGORY TO WS-TPLM-CATEGORY.

           WRITE TP-REC
               INVALID KEY REWRITE TP-REC
       B700-MAINTAIN-QUEUE SECTION.
      ********************************

           MOVE ZERO TO WS-QM-ENTRY-NUM.
           MOVE SPACES TO WS-QMD-TO WS-QMD-SUBJECT WS-QMD-BODY
                          WS-QMD-ATTACH SCR-QM-MSG.
       B730-HOLD-ENTRY SECTION.
      ********************************

           IF WS-SO-ROLE-QUEUE NOT = "Y"
               MOVE "Not authorized - hold needs the Queue role."
                   TO SCR-QM-MSG
               GO TO B730-EXIT
           END-IF.
       B740-RELEASE-ENTRY SECTION.
      ********************************

           IF WS-SO-ROLE-QUEUE NOT = "Y"
               MOVE "Not authorized - release needs the Queue role."
                   TO SCR-QM-MSG
               GO TO B740-EXIT
           END-IF.
       B750-DELETE-ENTRY SECTION.
      ********************************

           IF WS-SO-ROLE-QUEUE NOT = "Y"
               MOVE "Not authorized - delete needs the Queue role."
                   TO SCR-QM-MSG
               GO TO B750-EXIT
           END-IF.
           MOVE AP-SUBJECT     TO WS-MAIL-SUBJECT.
           MOVE AP-ATTACHMENTS TO WS-MAIL-ATTACH.
           MOVE AP-PROFILE-ID  TO WS-PROFILE-ID.
           MOVE AP-TEMPLATE-ID TO WS-TPL-ID.
           MOVE AP-ORIG-SYSTEM TO WS-ORIG-SYSTEM.
           MOVE AP-ORIG-REF    TO WS-ORIG-REF.

      *    The category is read afresh - consent is judged as it
      *    stands at approval, not when the send was parked.
           MOVE SPACES TO WS-TPL-CATEGORY.
           IF WS-TPL-ID NOT = SPACES
               PERFORM Z115-OPEN-MAILTPL
               PERFORM Z117-READ-TEMPLATE
               PERFORM Z116-CLOSE-MAILTPL
               IF TPSTAT = "00"
                   MOVE TP-CATEGORY TO WS-TPL-CATEGORY
               END-IF
           END-IF.

           MOVE SPACES TO WS-BODY-TEXT.
           MOVE AP-BODY TO WS-BODY-TEXT(1:1000).

           PERFORM Z123-EXPAND-RECIPIENTS.

      *    Suppressed and opted-out recipients are filtered out and
      *    logged exactly as the batch does - the highest-risk sends
      *    must not be the one path that mails a bounced address.  The
      *    duplicate-window check is deliberately not re-run: the
      *    request has usually aged past any window while waiting,
      *    and the second operator's review is the gate here.
               GO TO B935-EXIT
           END-IF.

           MOVE AP-APPR-ID TO WS-APPR-SEND-ID.

           PERFORM B112-SEND-ONE-CHUNK
               VARYING WS-EXP-CHUNK-IX FROM 1 BY 1
               UNTIL WS-EXP-CHUNK-IX > WS-EXP-CHUNK-COUNT.

           MOVE SPACES TO WS-APPR-SEND-ID.

           IF WS-MAIL-STATUS = "SENT"
               MOVE "Y" TO WS-APPR-SEND-OK-SW
           END-IF.
      ********************************

      *    Re-walks the expanded recipients, keeping only addresses
      *    not on the MAILSUPP list and not opted out of the
      *    template's category on MAILPREF (consent only when
      *    WS-CONSENT-ONLY is set).  Each skipped recipient is
      *    logged to MAILLIST as a SUPPRESSED or OPTED-OUT row
      *    (processed stamp set, so no sweep chases it) and reported
      *    on the console.  The chunk table is copied aside and
      *    rebuilt from the survivors, re-chunking as it goes.
           MOVE ZERO TO WS-ENTRY-SUPP-COUNT.
           MOVE WS-EXP-CHUNK-TABLE TO WS-SUPP-CHUNK-TABLE.
           MOVE WS-EXP-CHUNK-COUNT TO WS-SUPP-CHUNK-COUNT.
           MOVE ZERO TO WS-EXP-RECIP-COUNT.

           PERFORM Z132-OPEN-MAILSUPP.
           PERFORM Z164-OPEN-MAILPREF.
           PERFORM Z100-OPEN-MAILLIST.

           PERFORM B937-FILTER-SUPP-CHUNK
               UNTIL WS-SUPP-CHUNK-IX > WS-SUPP-CHUNK-COUNT.

           PERFORM Z102-CLOSE-MAILLIST.
           PERFORM Z165-CLOSE-MAILPREF.
           PERFORM Z133-CLOSE-MAILSUPP.

      *    Bank the chunk still being assembled.  When every
                        INTO WS-RECIPIENT
                        WITH POINTER WS-RECIP-POINTER
               IF FUNCTION TRIM(WS-RECIPIENT) NOT = SPACES
                   MOVE "N" TO WS-ADDR-SUPP-SWITCH
                   IF NOT WS-CONSENT-ONLY
                       PERFORM Z134-CHECK-SUPPRESSED-ADDR
                   END-IF
                   PERFORM Z166-CHECK-OPTED-OUT
                   EVALUATE TRUE
                       WHEN WS-ADDR-SUPPRESSED
                           MOVE "SUPPRESSED" TO WS-SKIP-STATUS
                           ADD 1 TO WS-ENTRY-SUPP-COUNT
                           PERFORM B938-LOG-SUPPRESSED-ONE
                       WHEN WS-ADDR-OPTED-OUT
                           MOVE "OPTED-OUT" TO WS-SKIP-STATUS
                           ADD 1 TO WS-ENTRY-SUPP-COUNT
                           PERFORM B938-LOG-SUPPRESSED-ONE
                       WHEN OTHER
                           MOVE FUNCTION TRIM(WS-RECIPIENT)
                               TO WS-EXP-ADDR
                           PERFORM Z127-APPEND-RECIPIENT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE WS-MAIL-BODY TO ML-BODY.
           MOVE WS-MAIL-ATTACH TO ML-ATTACHMENTS.
           MOVE WS-PROFILE-ID TO ML-PROFILE-ID.
           MOVE WS-TPL-ID TO ML-TEMPLATE-ID.
           MOVE WS-ORIG-SYSTEM TO ML-ORIG-SYSTEM.
           MOVE WS-ORIG-REF TO ML-ORIG-REF.
           MOVE WS-SUPP-STAMP TO ML-DATE-SENT.
           MOVE WS-SKIP-STATUS TO ML-STATUS.
           MOVE WS-SUPP-STAMP TO ML-DATE-PROCESSED.

           WRITE ML-REC.

           IF WS-SKIP-STATUS = "OPTED-OUT"
               DISPLAY "SendMail: opted-out recipient skipped "
                       ML-TO(1:60) " " WS-TPL-CATEGORY
           ELSE
               DISPLAY "SendMail: suppressed recipient skipped "
                       ML-TO(1:60)
           END-IF.

       B938-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B980-MAINTAIN-OPERATORS SECTION.
      ********************************

           MOVE SPACES TO WS-OPM-ID WS-OPM-NAME WS-OPM-PASSWORD
                          WS-OPM-ACTIVE WS-OPM-LOCKED WS-OPM-ROLES
                          SCR-OP-MSG.

           PERFORM Z160-OPEN-MAILOPER.

           PERFORM Acu-OperMaint-Scrn.

       B980-ACCEPT.

           ACCEPT OperMaint.

           EVALUATE TRUE
               WHEN Exit-Pushed
                   GO TO B980-LAST
               WHEN op-load-pushed
                   PERFORM B981-LOAD-OPERATOR
                   DISPLAY OperMaint
               WHEN op-save-pushed
                   PERFORM B982-SAVE-OPERATOR
                   DISPLAY OperMaint
           END-EVALUATE.

           GO TO B980-ACCEPT.

       B980-LAST.
           PERFORM Z161-CLOSE-MAILOPER.

           DESTROY OperMaint OperMaint-Handle.

       B980-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B981-LOAD-OPERATOR SECTION.
      ********************************

           IF WS-OPM-ID = SPACES
               MOVE "Operator id is required." TO SCR-OP-MSG
               GO TO B981-EXIT
           END-IF.

           MOVE WS-OPM-ID TO OP-OPERATOR-ID.

           READ MAILOPER RECORD
               INVALID KEY MOVE "23" TO OPSTAT
           END-READ.

           MOVE SPACES TO WS-OPM-PASSWORD.

           IF OPSTAT = "00"
               MOVE OP-NAME   TO WS-OPM-NAME
               MOVE OP-ACTIVE TO WS-OPM-ACTIVE
               MOVE OP-LOCKED TO WS-OPM-LOCKED
               MOVE OP-ROLES  TO WS-OPM-ROLES
               MOVE "Operator loaded." TO SCR-OP-MSG
           ELSE
               MOVE SPACES TO WS-OPM-NAME
               MOVE "Y" TO WS-OPM-ACTIVE
               MOVE "N" TO WS-OPM-LOCKED
               MOVE "NNNNNNNNN" TO WS-OPM-ROLES
               MOVE "New operator - key the details and Save."
                   TO SCR-OP-MSG
           END-IF.

       B981-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B982-SAVE-OPERATOR SECTION.
      ********************************

           IF WS-OPM-ID = SPACES
               MOVE "Operator id is required." TO SCR-OP-MSG
               GO TO B982-EXIT
           END-IF.

           PERFORM B983-VALIDATE-FLAGS.
           IF NOT WS-OPM-VALID
               MOVE "Active, Locked and every role must be Y or N."
                   TO SCR-OP-MSG
               GO TO B982-EXIT
           END-IF.

           MOVE WS-OPM-ID TO OP-OPERATOR-ID.

           READ MAILOPER RECORD
               INVALID KEY MOVE "23" TO OPSTAT
           END-READ.

           IF OPSTAT = "00"
               MOVE "N" TO WS-OPM-NEW-SW
               MOVE OP-ROLES  TO WS-OPM-OLD-ROLES
               MOVE OP-LOCKED TO WS-OPM-OLD-LOCKED
           ELSE
               IF WS-OPM-PASSWORD = SPACES
                   MOVE "A new operator needs a password."
                       TO SCR-OP-MSG
                   GO TO B982-EXIT
               END-IF
               MOVE "Y" TO WS-OPM-NEW-SW
               MOVE SPACES TO OP-REC
               MOVE WS-OPM-ID TO OP-OPERATOR-ID
               MOVE ZERO TO OP-FAIL-COUNT
               MOVE "NNNNNNNNN" TO WS-OPM-OLD-ROLES
               MOVE "N" TO WS-OPM-OLD-LOCKED
           END-IF.

      *    Nobody grants themselves access or switches themselves
      *    off - another operator with the Operators role has to.
      *    The first operator set up on an empty file is the
      *    exception, or the file could never be started.
           IF WS-OPM-ID = WS-OPERATOR-ID
               AND NOT WS-OPER-SETUP-MODE
               AND (WS-OPM-ROLES NOT = WS-OPM-OLD-ROLES
                    OR WS-OPM-ACTIVE NOT = OP-ACTIVE)
               MOVE "You cannot change your own roles or Active flag."
                   TO SCR-OP-MSG
               GO TO B982-EXIT
           END-IF.

           MOVE WS-OPM-NAME   TO OP-NAME.
           MOVE WS-OPM-ACTIVE TO OP-ACTIVE.
           MOVE WS-OPM-LOCKED TO OP-LOCKED.
           MOVE WS-OPM-ROLES  TO OP-ROLES.
           IF WS-OPM-PASSWORD NOT = SPACES
               MOVE WS-OPM-PASSWORD TO OP-PASSWORD
           END-IF.
           IF WS-OPM-LOCKED = "N"
               MOVE ZERO TO OP-FAIL-COUNT
           END-IF.
           MOVE WS-OPERATOR-ID TO OP-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE TO OP-CHANGED-STAMP.

           IF WS-OPM-NEW
               WRITE OP-REC
               MOVE "OPER-ADD" TO WS-AUD-ACTION
      *        The file is no longer empty, so the set-up exemption
      *        ends with the first operator written.
               IF OPSTAT = "00"
                   MOVE "N" TO WS-OPER-SETUP-SW
               END-IF
           ELSE
               REWRITE OP-REC
               MOVE "OPER-CHANGE" TO WS-AUD-ACTION
           END-IF.

           MOVE SPACES TO WS-OPM-PASSWORD.

           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "oper=" DELIMITED BY SIZE
                  WS-OPM-ID DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  WS-OPM-NAME DELIMITED BY SIZE
                  " active=" DELIMITED BY SIZE
                  WS-OPM-ACTIVE DELIMITED BY SIZE
                  " locked=" DELIMITED BY SIZE
                  WS-OPM-LOCKED DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.

      *    Role flags in MAILOPER order - Settings, Templates, Dist
      *    Lists, Suppression, Queue, Schedules, Approvals, Audit,
      *    Operators.
           IF WS-OPM-ROLES NOT = WS-OPM-OLD-ROLES
               MOVE "OPER-ROLES" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-DETAILS
               STRING "oper=" DELIMITED BY SIZE
                      WS-OPM-ID DELIMITED BY SIZE
                      " old=" DELIMITED BY SIZE
                      WS-OPM-OLD-ROLES(1:9) DELIMITED BY SIZE
                      " new=" DELIMITED BY SIZE
                      WS-OPM-ROLES(1:9) DELIMITED BY SIZE
                      INTO WS-AUD-DETAILS
               END-STRING
               PERFORM Z140-WRITE-AUDIT
           END-IF.

           IF WS-OPM-OLD-LOCKED = "Y"
               AND WS-OPM-LOCKED = "N"
               MOVE "OPER-UNLOCK" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-DETAILS
               STRING "oper=" DELIMITED BY SIZE
                      WS-OPM-ID DELIMITED BY SIZE
                      INTO WS-AUD-DETAILS
               END-STRING
               PERFORM Z140-WRITE-AUDIT
           END-IF.

           MOVE "Operator saved." TO SCR-OP-MSG.

       B982-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B983-VALIDATE-FLAGS SECTION.
      ********************************

           MOVE "Y" TO WS-OPM-VALID-SW.

           IF WS-OPM-ACTIVE NOT = "Y" AND WS-OPM-ACTIVE NOT = "N"
               MOVE "N" TO WS-OPM-VALID-SW
           END-IF.

           IF WS-OPM-LOCKED NOT = "Y" AND WS-OPM-LOCKED NOT = "N"
               MOVE "N" TO WS-OPM-VALID-SW
           END-IF.

           PERFORM VARYING WS-OPM-IX FROM 1 BY 1
                   UNTIL WS-OPM-IX > 9
               IF WS-OPM-ROLE-FLAG(WS-OPM-IX) NOT = "Y"
                   AND WS-OPM-ROLE-FLAG(WS-OPM-IX) NOT = "N"
                   MOVE "N" TO WS-OPM-VALID-SW
               END-IF
           END-PERFORM.

       B983-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B990-MAINTAIN-RATES SECTION.
      ********************************

      *    Chargeback rates are part of the connection set-up, so the
      *    screen sits under the Settings role.
           MOVE SPACES TO WS-RTM-PROFILE WS-RTM-DEPT SCR-RT-MSG.
           MOVE ZERO TO WS-RTM-RATE.

           PERFORM Z162-OPEN-MAILRATE.

           PERFORM Acu-RateMaint-Scrn.

       B990-ACCEPT.

           ACCEPT RateMaint.

           EVALUATE TRUE
               WHEN Exit-Pushed
                   GO TO B990-LAST
               WHEN rt-load-pushed
                   PERFORM B991-LOAD-RATE
                   DISPLAY RateMaint
               WHEN rt-save-pushed
                   PERFORM B992-SAVE-RATE
                   DISPLAY RateMaint
               WHEN rt-delete-pushed
                   PERFORM B993-DELETE-RATE
                   DISPLAY RateMaint
           END-EVALUATE.

           GO TO B990-ACCEPT.

       B990-LAST.
           PERFORM Z163-CLOSE-MAILRATE.

           DESTROY RateMaint RateMaint-Handle.

       B990-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B991-LOAD-RATE SECTION.
      ********************************

           MOVE WS-RTM-PROFILE TO RT-PROFILE-ID.

           READ MAILRATE RECORD
               INVALID KEY MOVE "23" TO RTSTAT
           END-READ.

           IF RTSTAT = "00"
               MOVE RT-RATE       TO WS-RTM-RATE
               MOVE RT-DEPARTMENT TO WS-RTM-DEPT
               MOVE "Rate loaded." TO SCR-RT-MSG
           ELSE
               MOVE ZERO TO WS-RTM-RATE
               MOVE SPACES TO WS-RTM-DEPT
               MOVE "New rate - key the rate and department and Save."
                   TO SCR-RT-MSG
           END-IF.

       B991-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B992-SAVE-RATE SECTION.
      ********************************

           IF WS-RTM-DEPT = SPACES
               MOVE "Department is required." TO SCR-RT-MSG
               GO TO B992-EXIT
           END-IF.

      *    A rate for a profile that does not exist would never be
      *    used - blank is the environment defaults and always fine.
           IF WS-RTM-PROFILE NOT = SPACES
               PERFORM Z141-OPEN-MAILPROF
               MOVE WS-RTM-PROFILE TO PF-PROFILE-ID
               READ MAILPROF RECORD
                   INVALID KEY MOVE "23" TO PFSTAT
               END-READ
               PERFORM Z142-CLOSE-MAILPROF
               IF PFSTAT NOT = "00"
                   MOVE "Profile is not on the Settings screen."
                       TO SCR-RT-MSG
                   GO TO B992-EXIT
               END-IF
           END-IF.

           MOVE WS-RTM-PROFILE TO RT-PROFILE-ID.
           READ MAILRATE RECORD
               INVALID KEY MOVE "23" TO RTSTAT
           END-READ.
           IF RTSTAT = "00"
               MOVE RT-RATE       TO WS-RTM-OLD-RATE
               MOVE RT-DEPARTMENT TO WS-RTM-OLD-DEPT
           ELSE
               MOVE ZERO   TO WS-RTM-OLD-RATE
               MOVE SPACES TO WS-RTM-OLD-DEPT
           END-IF.

           MOVE WS-RTM-PROFILE TO RT-PROFILE-ID.
           MOVE WS-RTM-RATE    TO RT-RATE.
           MOVE WS-RTM-DEPT    TO RT-DEPARTMENT.
           MOVE WS-OPERATOR-ID TO RT-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE TO RT-CHANGED-STAMP.

           WRITE RT-REC
               INVALID KEY REWRITE RT-REC
           END-WRITE.

           MOVE "Rate saved." TO SCR-RT-MSG.

           MOVE WS-RTM-RATE     TO WS-RTM-RATE-EDIT.
           MOVE WS-RTM-OLD-RATE TO WS-RTM-OLD-RATE-EDIT.
           MOVE "RATE-SAVE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "profile=" DELIMITED BY SIZE
                  WS-RTM-PROFILE DELIMITED BY SIZE
                  " old=" DELIMITED BY SIZE
                  WS-RTM-OLD-RATE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RTM-OLD-DEPT DELIMITED BY SIZE
                  " new=" DELIMITED BY SIZE
                  WS-RTM-RATE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RTM-DEPT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.

       B992-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B993-DELETE-RATE SECTION.
      ********************************

           MOVE WS-RTM-PROFILE TO RT-PROFILE-ID.

           DELETE MAILRATE RECORD
               INVALID KEY MOVE "23" TO RTSTAT
           END-DELETE.

           IF RTSTAT = "00"
               MOVE ZERO TO WS-RTM-RATE
               MOVE SPACES TO WS-RTM-DEPT
               MOVE "Rate deleted." TO SCR-RT-MSG
               MOVE "RATE-DELETE" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-DETAILS
               STRING "profile=" DELIMITED BY SIZE
                      WS-RTM-PROFILE DELIMITED BY SIZE
                      INTO WS-AUD-DETAILS
               END-STRING
               PERFORM Z140-WRITE-AUDIT
           ELSE
               MOVE "Rate not found." TO SCR-RT-MSG
           END-IF.

       B993-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B995-MAINTAIN-CONSENT SECTION.
      ********************************

      *    Call-centre consent changes sit with the Suppression role -
      *    both decide who may be mailed.
           MOVE SPACES TO WS-CNM-ADDR WS-CNM-CATEGORY WS-CNM-CONSENT
                          WS-CNM-REASON SCR-CN-LAST SCR-CN-MSG.

           PERFORM Z164-OPEN-MAILPREF.

           PERFORM Acu-ConsentMaint-Scrn.

       B995-ACCEPT.

           ACCEPT ConsentMaint.

           EVALUATE TRUE
               WHEN Exit-Pushed
                   GO TO B995-LAST
               WHEN cn-load-pushed
                   PERFORM B996-LOAD-CONSENT
                   DISPLAY ConsentMaint
               WHEN cn-save-pushed
                   PERFORM B997-SAVE-CONSENT
                   DISPLAY ConsentMaint
           END-EVALUATE.

           GO TO B995-ACCEPT.

       B995-LAST.
           PERFORM Z165-CLOSE-MAILPREF.

           DESTROY ConsentMaint ConsentMaint-Handle.

       B995-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B996-LOAD-CONSENT SECTION.
      ********************************

           MOVE FUNCTION UPPER-CASE(WS-CNM-CATEGORY) TO WS-CNM-CATEGORY.
           MOVE SPACES TO SCR-CN-LAST.

           IF WS-CNM-ADDR = SPACES OR WS-CNM-CATEGORY = SPACES
               MOVE "Address and category are required." TO SCR-CN-MSG
               GO TO B996-EXIT
           END-IF.

           MOVE FUNCTION TRIM(WS-CNM-ADDR) TO PR-ADDRESS.
           MOVE WS-CNM-CATEGORY TO PR-CATEGORY.

           READ MAILPREF RECORD
               INVALID KEY MOVE "23" TO PRSTAT
           END-READ.

           IF PRSTAT = "00"
               MOVE PR-CONSENT TO WS-CNM-CONSENT
               MOVE PR-REASON  TO WS-CNM-REASON
               STRING "Last changed " DELIMITED BY SIZE
                      PR-CHANGED-STAMP(1:8) DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      PR-CHANGED-BY DELIMITED BY SPACE
                      " from " DELIMITED BY SIZE
                      PR-SOURCE DELIMITED BY SPACE
                      INTO SCR-CN-LAST
               END-STRING
               MOVE "Preference loaded." TO SCR-CN-MSG
           ELSE
               MOVE "Y" TO WS-CNM-CONSENT
               MOVE SPACES TO WS-CNM-REASON
               MOVE "No preference held - the address is opted in."
                   TO SCR-CN-MSG
           END-IF.

       B996-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B997-SAVE-CONSENT SECTION.
      ********************************

           MOVE FUNCTION UPPER-CASE(WS-CNM-CATEGORY) TO WS-CNM-CATEGORY.
           MOVE FUNCTION UPPER-CASE(WS-CNM-CONSENT) TO WS-CNM-CONSENT.

           IF WS-CNM-ADDR = SPACES OR WS-CNM-CATEGORY = SPACES
               MOVE "Address and category are required." TO SCR-CN-MSG
               GO TO B997-EXIT
           END-IF.

           IF WS-CNM-CONSENT NOT = "Y" AND WS-CNM-CONSENT NOT = "N"
               MOVE "Consent must be Y or N." TO SCR-CN-MSG
               GO TO B997-EXIT
           END-IF.

           IF WS-CNM-REASON = SPACES
               MOVE "CALLER-REQUEST" TO WS-CNM-REASON
           END-IF.

           MOVE FUNCTION TRIM(WS-CNM-ADDR) TO PR-ADDRESS.
           MOVE WS-CNM-CATEGORY TO PR-CATEGORY.
           READ MAILPREF RECORD
               INVALID KEY MOVE "23" TO PRSTAT
           END-READ.
           IF PRSTAT = "00"
               MOVE PR-CONSENT TO WS-CNM-OLD-CONSENT
           ELSE
               MOVE "-" TO WS-CNM-OLD-CONSENT
           END-IF.

           IF WS-CNM-OLD-CONSENT = WS-CNM-CONSENT
               MOVE "No change - preference already held."
                   TO SCR-CN-MSG
               GO TO B997-EXIT
           END-IF.

           MOVE FUNCTION TRIM(WS-CNM-ADDR) TO PR-ADDRESS.
           MOVE WS-CNM-CATEGORY TO PR-CATEGORY.
           MOVE WS-CNM-CONSENT  TO PR-CONSENT.
           MOVE "CALLCTR"       TO PR-SOURCE.
           MOVE WS-CNM-REASON   TO PR-REASON.
           MOVE WS-OPERATOR-ID  TO PR-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE TO PR-CHANGED-STAMP.

           WRITE PR-REC
               INVALID KEY REWRITE PR-REC
           END-WRITE.

           MOVE "Preference saved." TO SCR-CN-MSG.
           MOVE SPACES TO SCR-CN-LAST.

           MOVE "CONSENT-CHANGE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "addr=" DELIMITED BY SIZE
                  PR-ADDRESS DELIMITED BY SPACE
                  " cat=" DELIMITED BY SIZE
                  PR-CATEGORY DELIMITED BY SPACE
                  " old=" DELIMITED BY SIZE
                  WS-CNM-OLD-CONSENT DELIMITED BY SIZE
                  " new=" DELIMITED BY SIZE
                  PR-CONSENT DELIMITED BY SIZE
                  " src=" DELIMITED BY SIZE
                  PR-SOURCE DELIMITED BY SPACE
                  " reason=" DELIMITED BY SIZE
                  PR-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.

       B997-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       C100-CREATE-SEND-MAIL-HANDLE SECTION.
      ********************************

           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           create "@SDKClient",
           NAMESPACE IS "SDKClient",
           CLASS-NAME IS "MailTaskSubmitter"              
           handle is SDK-SEND-HANDLE.

       C100-EXIT.
      ********************************
           EXIT.

      ****************************************************************** 
       C101-DESTROY-SEND-MAIL-HANDLE SECTION.
      ********************************
           
           DESTROY SDK-SEND-HANDLE.

       C101-EXIT.
      ********************************
           EXIT.

      ****************************************************************** 
       C102-CREATE-FIND-MAIL-HANDLE SECTION.
      ********************************

           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           create "@SDKClient",
           NAMESPACE IS "SDKClient",
           CLASS-NAME IS "MailTaskStatus"              
           handle is SDK-FIND-HANDLE.

       C102-EXIT.
      ********************************
           EXIT.

      ****************************************************************** 
       C103-DESTROY-FIND-MAIL-HANDLE SECTION.
      ********************************
           
           DESTROY SDK-FIND-HANDLE.

       C103-EXIT.
      ********************************
           EXIT.

      ****************************************************************** 
       C200-MODIFY-MAIL-HANDLE-SEND SECTION.
      ********************************

           MOVE SPACES TO WS-ERROR-STATUS WS-ERROR-MESSAGE.

      *    The SDK takes no URL argument - it reads its endpoint
      *    from X_URL - so the resolved profile's URL is planted
      *    there for the call and the default is put back after, or
      *    a later default-profile send (and the status handles)
      *    would keep talking to the wrong site.
           SET ENVIRONMENT "X_URL" TO WS-SEND-URL.

           MODIFY SDK-SEND-HANDLE "@SendEmailTask".
                 (WS-SEND-VENDOR-KEY,
                  WS-SEND-SITE-CODE,
                  WS-MAIL-FROM,
                  WS-EXPANDED-TO,
                  WS-MAIL-SUBJECT,
                  WS-MAIL-BODY,
                  WS-MAIL-ATTACH) GIVING WS-ERROR-MESSAGE.

           INQUIRE SDK-SEND-HANDLE Result IN WS-ERROR-STATUS.

           SET ENVIRONMENT "X_URL" TO WS-URL.

       C200-EXIT.
      ********************************
           EXIT.

      ****************************************************************** 
       C201-INQUIRE-MAIL-SEND SECTION.
      ********************************

           INQUIRE SDK-SEND-HANDLE TaskId IN WS-MAIL-ID.
                   

       C201-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       C203-INQUIRE-MAIL-RESPONSE SECTION.
      ********************************

           MOVE SPACES TO WS-RESPONSE-STATUS.

      *    The status handle reads its endpoint from X_URL, the same
      *    as the submitter - the inquiry must ask the site the task
      *    was just sent to, so the profile still in WS-PROFILE-ID
      *    from the submit is resolved and its URL planted for the
      *    call, with the default put back after.
           PERFORM Z143-RESOLVE-PROFILE.
           IF NOT WS-PROF-FOUND
               MOVE SPACES TO SCR-ERROR-MSG
               STRING "Profile not found: " DELIMITED BY SIZE
                      WS-PROFILE-ID        DELIMITED BY SIZE
                      INTO SCR-ERROR-MSG
               DISPLAY SendMail
               GO TO C203-EXIT
           END-IF.

           SET ENVIRONMENT "X_URL" TO WS-SEND-URL.

           MODIFY SDK-FIND-HANDLE TaskId WS-MAIL-ID.
           INQUIRE SDK-FIND-HANDLE Status IN WS-RESPONSE-STATUS.

           SET ENVIRONMENT "X_URL" TO WS-URL.

           MOVE WS-RESPONSE-STATUS TO SCR-RESPONSE.
           DISPLAY SendMail.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-PROCESSED.

      *    WS-MAIL-ID is the vendor task id, shared by every recipient
      *    row a multi-address send wrote via Z104-WRITE-MAILLIST-
      *    RECIPIENT - sweep them all by the ML-TASK-ID alternate key.
           PERFORM Z100-OPEN-MAILLIST.

           MOVE WS-MAIL-ID TO ML-TASK-ID.
           PERFORM Z105-START-MAILLIST-BY-TASK.
           IF MLSTAT = "00"
               PERFORM Z106-READ-MAILLIST-NEXT
           END-IF.

           IF WS-HARD-BOUNCE
               PERFORM Z132-OPEN-MAILSUPP
           END-IF.

           PERFORM UNTIL MLSTAT NOT = "00"
                            OR ML-TASK-ID NOT = WS-MAIL-ID
               IF ML-STATUS NOT = "FAILED"
                   MOVE WS-RESPONSE-STATUS TO ML-STATUS
                   MOVE WS-DATE-PROCESSED TO ML-DATE-PROCESSED
                   REWRITE ML-REC
                   IF WS-HARD-BOUNCE
                       PERFORM Z131-ADD-SUPPRESSION
                   END-IF
               END-IF
               PERFORM Z106-READ-MAILLIST-NEXT
           END-PERFORM.

           IF WS-HARD-BOUNCE
               PERFORM Z133-CLOSE-MAILSUPP
           END-IF.

           PERFORM Z102-CLOSE-MAILLIST.

       C203-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       D100-SAVE-MAIL SECTION.
      ********************************

           PERFORM Z100-OPEN-MAILLIST.

           PERFORM Z101-SAVE-MAILLIST.

           PERFORM Z102-CLOSE-MAILLIST.

      *    A body longer than ML-BODY spills its continuation
      *    segments into MAILBODY under the task id the recipient
      *    rows share, so the full text stays with the send.
           IF WS-MAIL-BODY(1001:9000) NOT = SPACES
               MOVE WS-MAIL-BODY TO WS-BODY-TEXT
               MOVE WS-MAIL-ID TO WS-BODY-OWNER-ID
               PERFORM Z147-SAVE-BODY-SEGMENTS
           END-IF.

       D100-EXIT.
      ********************************
           EXIT. 

      ******************************************************************
       E100-RECIPIENT-HISTORY SECTION.
      ********************************

      *    Every message ever sent to one address, with the proof-of-
      *    notice certificate printed from the list.  Read-only, so
      *    open to every operator - the enquiry desk needs it as much
      *    as the mail administrators do.
           MOVE SPACES TO WS-RH-ADDRESS WS-RH-SUPP-TEXT
                          SCR-RH-SUPP SCR-RH-MSG.
           MOVE ZERO TO WS-RH-ITEM WS-RH-TOTAL WS-RH-LINE-COUNT.
           MOVE "N" TO WS-RH-MORE-SWITCH.
           MOVE 1 TO WS-RH-PAGE-NUM.
           INITIALIZE WS-RH-LINES-TABLE WS-RH-KEYS.
           MOVE WS-RH-PAGE-NUM TO SCR-RH-PAGE-NUM.
           MOVE WS-RH-LINES-TABLE TO Scr-RcptHist-Item.

           PERFORM Acu-RcptHist-Scrn.

       E100-ACCEPT.

           ACCEPT RcptHist.

           EVALUATE TRUE
               WHEN Exit-Pushed
                   GO TO E100-LAST
               WHEN rh-search-pushed
                   MOVE FUNCTION TRIM(SCR-RH-ADDRESS) TO WS-RH-ADDRESS
                   MOVE 1 TO WS-RH-PAGE-NUM
                   PERFORM E110-LOAD-HISTORY-PAGE
                   DISPLAY RcptHist
               WHEN rh-nextpage-pushed
                   IF WS-RH-MORE
                       ADD 1 TO WS-RH-PAGE-NUM
                       PERFORM E110-LOAD-HISTORY-PAGE
                   END-IF
                   DISPLAY RcptHist
               WHEN rh-prevpage-pushed
                   IF WS-RH-PAGE-NUM > 1
                       SUBTRACT 1 FROM WS-RH-PAGE-NUM
                       PERFORM E110-LOAD-HISTORY-PAGE
                   END-IF
                   DISPLAY RcptHist
               WHEN rh-cert-pushed
                   PERFORM E200-PRINT-CERTIFICATE
                   DISPLAY RcptHist
           END-EVALUATE.

           GO TO E100-ACCEPT.

       E100-LAST.
           DESTROY RcptHist RcptHist-Handle.

       E100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E110-LOAD-HISTORY-PAGE SECTION.
      ********************************

      *    Both files are walked from the address's first row on the
      *    To/Subject alternate key, so the list comes back grouped by
      *    subject - live rows first, then archived ones.  Every row
      *    is counted for the total; only the page asked for is
      *    listed.  Item numbers run on across pages.
           INITIALIZE WS-RH-LINES-TABLE WS-RH-KEYS.

           MOVE "Item"      TO WS-RH-L-ITEM(1).
           MOVE "File"      TO WS-RH-L-SRC(1).
           MOVE "Sent"      TO WS-RH-L-SENT(1).
           MOVE "Processed" TO WS-RH-L-PROC(1).
           MOVE "Status"    TO WS-RH-L-STATUS(1).
           MOVE "Try"       TO WS-RH-L-ATTEMPT(1).
           MOVE "Profile"   TO WS-RH-L-PROFILE(1).
           MOVE "Template"  TO WS-RH-L-TPL(1).
           MOVE "Subject"   TO WS-RH-L-SUBJ(1).
           MOVE "----"      TO WS-RH-L-ITEM(2).
           MOVE "----"      TO WS-RH-L-SRC(2).
           MOVE "----"      TO WS-RH-L-SENT(2).
           MOVE "---------" TO WS-RH-L-PROC(2).
           MOVE "------"    TO WS-RH-L-STATUS(2).
           MOVE "---"       TO WS-RH-L-ATTEMPT(2).
           MOVE "-------"   TO WS-RH-L-PROFILE(2).
           MOVE "--------"  TO WS-RH-L-TPL(2).
           MOVE "-------"   TO WS-RH-L-SUBJ(2).

           MOVE "N" TO WS-RH-MORE-SWITCH.
           COMPUTE WS-RH-SKIP-COUNT =
               (WS-RH-PAGE-NUM - 1) * WS-RH-PAGE-SIZE.
           MOVE ZERO TO WS-RH-LINE-COUNT WS-RH-TOTAL.
           MOVE 3 TO SUB.
           MOVE SPACES TO WS-RH-SUPP-TEXT SCR-RH-MSG.

           IF WS-RH-ADDRESS = SPACES
               MOVE "Key the recipient address and press Search."
                   TO SCR-RH-MSG
               GO TO E110-SHOW
           END-IF.

           MOVE WS-RH-ADDRESS TO WS-RECIPIENT.
           PERFORM E115-CHECK-SUPPRESSION.

           PERFORM Z100-OPEN-MAILLIST.

           MOVE "L" TO WS-RH-SOURCE.
           MOVE WS-RH-ADDRESS TO ML-TO.
           MOVE LOW-VALUES TO ML-SUBJECT.
           START MAILLIST KEY IS NOT LESS THAN ML-TO-SUBJ-KEY
               INVALID KEY MOVE "23" TO MLSTAT
           END-START.

           IF MLSTAT = "00"
               PERFORM Z106-READ-MAILLIST-NEXT
           END-IF.

           PERFORM UNTIL MLSTAT NOT = "00"
                            OR ML-TO NOT = WS-RH-ADDRESS
               PERFORM E120-LIST-HISTORY-ROW
               PERFORM Z106-READ-MAILLIST-NEXT
           END-PERFORM.

           PERFORM Z103-OPEN-MAILARCH.

           MOVE "A" TO WS-RH-SOURCE.
           MOVE WS-RH-ADDRESS TO MA-TO.
           MOVE LOW-VALUES TO MA-SUBJECT.
           START MAILARCH KEY IS NOT LESS THAN MA-TO-SUBJ-KEY
               INVALID KEY MOVE "23" TO MASTAT
           END-START.

           IF MASTAT = "00"
               READ MAILARCH NEXT RECORD
                   AT END MOVE "10" TO MASTAT
               END-READ
           END-IF.

           PERFORM UNTIL MASTAT NOT = "00"
                            OR MA-TO NOT = WS-RH-ADDRESS
               MOVE MA-REC TO ML-REC
               PERFORM E120-LIST-HISTORY-ROW
               READ MAILARCH NEXT RECORD
                   AT END MOVE "10" TO MASTAT
               END-READ
           END-PERFORM.

           PERFORM Z114-CLOSE-MAILARCH.
           PERFORM Z102-CLOSE-MAILLIST.

           IF WS-RH-TOTAL = ZERO
               MOVE "No messages on file for this address."
                   TO SCR-RH-MSG
           ELSE
               MOVE WS-RH-TOTAL TO WS-RH-TOTAL-EDIT
               STRING "Messages on file: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RH-TOTAL-EDIT) DELIMITED BY SIZE
                      " - key an Item and press Certificate for "
                          DELIMITED BY SIZE
                      "proof of notice." DELIMITED BY SIZE
                      INTO SCR-RH-MSG
               END-STRING
           END-IF.

       E110-SHOW.

           MOVE WS-RH-SUPP-TEXT TO SCR-RH-SUPP.
           MOVE WS-RH-PAGE-NUM TO SCR-RH-PAGE-NUM.
           MOVE WS-RH-LINES-TABLE TO Scr-RcptHist-Item.

       E110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E115-CHECK-SUPPRESSION SECTION.
      ********************************

      *    Describes WS-RECIPIENT's standing on MAILSUPP as it is now,
      *    with the reason and the date it was added.
           PERFORM Z132-OPEN-MAILSUPP.
           PERFORM Z134-CHECK-SUPPRESSED-ADDR.

           MOVE SPACES TO WS-RH-SUPP-TEXT.
           IF WS-ADDR-SUPPRESSED
               MOVE SP-DATE-ADDED TO WS-CT-STAMP-IN
               PERFORM E245-FORMAT-STAMP
               STRING "On the suppression list - reason "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(SP-REASON) DELIMITED BY SIZE
                      ", added " DELIMITED BY SIZE
                      WS-CT-STAMP-OUT DELIMITED BY SIZE
                      INTO WS-RH-SUPP-TEXT
               END-STRING
           ELSE
               MOVE "Not on the suppression list." TO WS-RH-SUPP-TEXT
           END-IF.

           PERFORM Z133-CLOSE-MAILSUPP.

       E115-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E120-LIST-HISTORY-ROW SECTION.
      ********************************

           ADD 1 TO WS-RH-TOTAL.

           IF WS-RH-SKIP-COUNT > ZERO
               SUBTRACT 1 FROM WS-RH-SKIP-COUNT
               GO TO E120-EXIT
           END-IF.

           IF WS-RH-LINE-COUNT >= WS-RH-PAGE-SIZE
               MOVE "Y" TO WS-RH-MORE-SWITCH
               GO TO E120-EXIT
           END-IF.

           ADD 1 TO WS-RH-LINE-COUNT.
           MOVE WS-RH-TOTAL TO WS-RH-ITEM-EDIT.
           MOVE WS-RH-ITEM-EDIT TO WS-RH-L-ITEM(SUB).
           IF WS-RH-FROM-ARCHIVE
               MOVE "Arch" TO WS-RH-L-SRC(SUB)
           ELSE
               MOVE "Live" TO WS-RH-L-SRC(SUB)
           END-IF.
           MOVE ML-DATE-SENT(1:14)      TO WS-RH-L-SENT(SUB).
           MOVE ML-DATE-PROCESSED(1:14) TO WS-RH-L-PROC(SUB).
           MOVE ML-STATUS               TO WS-RH-L-STATUS(SUB).
           MOVE ML-ATTEMPT-COUNT        TO WS-RH-ATTEMPT-EDIT.
           MOVE WS-RH-ATTEMPT-EDIT      TO WS-RH-L-ATTEMPT(SUB).
           IF ML-PROFILE-ID = SPACES
               MOVE "(default)" TO WS-RH-L-PROFILE(SUB)
           ELSE
               MOVE ML-PROFILE-ID TO WS-RH-L-PROFILE(SUB)
           END-IF.
           MOVE ML-TEMPLATE-ID          TO WS-RH-L-TPL(SUB).
           MOVE ML-SUBJECT              TO WS-RH-L-SUBJ(SUB).
           MOVE WS-RH-SOURCE            TO WS-RH-K-SOURCE(SUB).
           MOVE ML-MAIL-ID              TO WS-RH-K-MAIL-ID(SUB).
           ADD 1 TO SUB.

       E120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E200-PRINT-CERTIFICATE SECTION.
      ********************************

           IF WS-RH-LINE-COUNT = ZERO
               MOVE "Search for an address first." TO SCR-RH-MSG
               GO TO E200-EXIT
           END-IF.

           COMPUTE WS-RH-FIRST-ITEM =
               (WS-RH-PAGE-NUM - 1) * WS-RH-PAGE-SIZE + 1.

           IF WS-RH-ITEM < WS-RH-FIRST-ITEM
               OR WS-RH-ITEM >= WS-RH-FIRST-ITEM + WS-RH-LINE-COUNT
               MOVE "Key the Item number of a message on this page."
                   TO SCR-RH-MSG
               GO TO E200-EXIT
           END-IF.

           COMPUTE SUB = WS-RH-ITEM - WS-RH-FIRST-ITEM + 3.

      *    The row is read back fresh - its status may have moved on
      *    since the list was loaded.  An archived row is handed back
      *    through ML-REC, as the Report screen does.
           PERFORM Z100-OPEN-MAILLIST.

           MOVE WS-RH-K-SOURCE(SUB) TO WS-RH-SOURCE.
           IF WS-RH-FROM-ARCHIVE
               PERFORM Z103-OPEN-MAILARCH
               MOVE WS-RH-K-MAIL-ID(SUB) TO MA-MAIL-ID
               READ MAILARCH RECORD
                   INVALID KEY MOVE "23" TO MASTAT
               END-READ
               MOVE MASTAT TO MLSTAT
               IF MLSTAT = "00"
                   MOVE MA-REC TO ML-REC
               END-IF
               PERFORM Z114-CLOSE-MAILARCH
           ELSE
               MOVE WS-RH-K-MAIL-ID(SUB) TO ML-MAIL-ID
               READ MAILLIST RECORD
                   INVALID KEY MOVE "23" TO MLSTAT
               END-READ
           END-IF.

           IF MLSTAT = "00"
               PERFORM E210-WRITE-CERTIFICATE
           ELSE
               MOVE "That message is no longer on file - search again."
                   TO SCR-RH-MSG
           END-IF.

           PERFORM Z102-CLOSE-MAILLIST.

       E200-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E210-WRITE-CERTIFICATE SECTION.
      ********************************

      *    Prints the message in ML-REC to MAILCERT - details, current
      *    suppression standing, attachments, the full body with its
      *    MAILBODY continuation segments, delivery status, the trail
      *    lines for its submission and any approval, and a sign-off
      *    block - then logs the printing to MAILAUDIT.
           MOVE SPACES TO WS-CERT-FILE-NAME.
           ACCEPT WS-CERT-FILE-NAME FROM ENVIRONMENT "X_CERT_FILE".
           IF WS-CERT-FILE-NAME = SPACES
               MOVE "MAILCERT.TXT" TO WS-CERT-FILE-NAME
           END-IF.

           OPEN OUTPUT MAILCERT.
           IF CTSTAT NOT = "00"
               MOVE SPACES TO SCR-RH-MSG
               STRING "Cannot open certificate file " DELIMITED BY SIZE
                      WS-CERT-FILE-NAME(1:60) DELIMITED BY SIZE
                      INTO SCR-RH-MSG
               END-STRING
               GO TO E210-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CT-NOW.

           MOVE "PROOF OF NOTICE" TO CT-LINE.
           WRITE CT-LINE.
           MOVE ALL "=" TO CT-LINE.
           WRITE CT-LINE.

           MOVE WS-CT-NOW TO WS-CT-STAMP-IN.
           PERFORM E245-FORMAT-STAMP.
           MOVE SPACES TO WS-CT-TEXT.
           STRING WS-CT-STAMP-OUT DELIMITED BY SIZE
                  " by operator " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO WS-CT-TEXT
           END-STRING.
           MOVE "Printed" TO WS-CT-LABEL.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "MESSAGE" TO WS-CT-TEXT.
           PERFORM E230-PRINT-HEADING.

           MOVE "Recipient" TO WS-CT-LABEL.
           MOVE ML-TO TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Mail id" TO WS-CT-LABEL.
           MOVE ML-MAIL-ID TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Vendor task id" TO WS-CT-LABEL.
           IF ML-TASK-ID = SPACES
               MOVE "(none - not submitted to the vendor)" TO WS-CT-TEXT
           ELSE
               MOVE ML-TASK-ID TO WS-CT-TEXT
           END-IF.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Held in" TO WS-CT-LABEL.
           IF WS-RH-FROM-ARCHIVE
               MOVE "Mail archive (MAILARCH)" TO WS-CT-TEXT
           ELSE
               MOVE "Mail log (MAILLIST)" TO WS-CT-TEXT
           END-IF.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "From" TO WS-CT-LABEL.
           MOVE ML-FROM TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Subject" TO WS-CT-LABEL.
           MOVE ML-SUBJECT TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Template" TO WS-CT-LABEL.
           IF ML-TEMPLATE-ID = SPACES
               MOVE "(none)" TO WS-CT-TEXT
           ELSE
               MOVE ML-TEMPLATE-ID TO WS-CT-TEXT
           END-IF.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Profile" TO WS-CT-LABEL.
           IF ML-PROFILE-ID = SPACES
               MOVE "(default)" TO WS-CT-TEXT
           ELSE
               MOVE ML-PROFILE-ID TO WS-CT-TEXT
           END-IF.
           PERFORM E240-PRINT-WRAPPED.

           IF ML-ORIG-SYSTEM NOT = SPACES
               MOVE "Submitted by" TO WS-CT-LABEL
               MOVE SPACES TO WS-CT-TEXT
               STRING ML-ORIG-SYSTEM DELIMITED BY SPACE
                      " ref "        DELIMITED BY SIZE
                      ML-ORIG-REF    DELIMITED BY SIZE
                      INTO WS-CT-TEXT
               END-STRING
               PERFORM E240-PRINT-WRAPPED
           END-IF.

           MOVE "Sent" TO WS-CT-LABEL.
           MOVE ML-DATE-SENT TO WS-CT-STAMP-IN.
           PERFORM E245-FORMAT-STAMP.
           MOVE WS-CT-STAMP-OUT TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "DELIVERY STATUS" TO WS-CT-TEXT.
           PERFORM E230-PRINT-HEADING.

           MOVE "Final status" TO WS-CT-LABEL.
           MOVE ML-STATUS TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Processed" TO WS-CT-LABEL.
           IF ML-DATE-PROCESSED = SPACES
               MOVE "(not yet confirmed by the vendor)" TO WS-CT-TEXT
           ELSE
               MOVE ML-DATE-PROCESSED TO WS-CT-STAMP-IN
               PERFORM E245-FORMAT-STAMP
               MOVE WS-CT-STAMP-OUT TO WS-CT-TEXT
           END-IF.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "Attempts" TO WS-CT-LABEL.
           MOVE ML-ATTEMPT-COUNT TO WS-RH-ATTEMPT-EDIT.
           MOVE WS-RH-ATTEMPT-EDIT TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           IF ML-LAST-ATTEMPT NOT = SPACES
               MOVE "Last attempt" TO WS-CT-LABEL
               MOVE ML-LAST-ATTEMPT TO WS-CT-STAMP-IN
               PERFORM E245-FORMAT-STAMP
               MOVE WS-CT-STAMP-OUT TO WS-CT-TEXT
               PERFORM E240-PRINT-WRAPPED
           END-IF.

           MOVE ML-TO TO WS-RECIPIENT.
           PERFORM E115-CHECK-SUPPRESSION.
           MOVE "Suppression" TO WS-CT-LABEL.
           MOVE WS-RH-SUPP-TEXT TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "ATTACHMENTS" TO WS-CT-TEXT.
           PERFORM E230-PRINT-HEADING.

           IF ML-ATTACHMENTS = SPACES
               MOVE SPACES TO WS-CT-LABEL
               MOVE "(none)" TO WS-CT-TEXT
               PERFORM E240-PRINT-WRAPPED
           ELSE
               MOVE 1 TO WS-CT-POS
               PERFORM UNTIL WS-CT-POS > LENGTH OF ML-ATTACHMENTS
                   MOVE SPACES TO WS-CT-ATTACH-ITEM
                   UNSTRING ML-ATTACHMENTS DELIMITED BY ";"
                            INTO WS-CT-ATTACH-ITEM
                            WITH POINTER WS-CT-POS
                   IF WS-CT-ATTACH-ITEM NOT = SPACES
                       MOVE SPACES TO WS-CT-LABEL
                       MOVE FUNCTION TRIM(WS-CT-ATTACH-ITEM)
                           TO WS-CT-TEXT
                       PERFORM E240-PRINT-WRAPPED
                   END-IF
               END-PERFORM
           END-IF.

      *    Segment 1 is the row's own body field; the rest sit in
      *    MAILBODY under the task id the row was sent under (MailRetry
      *    moves them with the row when it re-tasks it).
           MOVE "MESSAGE BODY" TO WS-CT-TEXT.
           PERFORM E230-PRINT-HEADING.

           MOVE SPACES TO WS-BODY-TEXT.
           MOVE ML-BODY TO WS-BODY-TEXT(1:1000).
           IF ML-TASK-ID NOT = SPACES
               MOVE ML-TASK-ID TO WS-BODY-OWNER-ID
               PERFORM Z146-LOAD-BODY-SEGMENTS
           END-IF.
           MOVE SPACES TO WS-CT-LABEL.
           MOVE WS-BODY-TEXT TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

           MOVE "AUDIT TRAIL - SUBMISSION" TO WS-CT-TEXT.
           PERFORM E230-PRINT-HEADING.

           MOVE SPACES TO WS-CT-APPR-ID.
           IF ML-TASK-ID = SPACES
               MOVE SPACES TO WS-CT-LABEL
               EVALUATE ML-STATUS
                   WHEN "SUPPRESSED"
                       MOVE SPACES TO WS-CT-TEXT
                       STRING "No vendor submission - the address "
                                                 DELIMITED BY SIZE
                              "was suppressed."  DELIMITED BY SIZE
                              INTO WS-CT-TEXT
                       END-STRING
                   WHEN "OPTED-OUT"
                       MOVE SPACES TO WS-CT-TEXT
                       STRING "No vendor submission - the recipient "
                                                 DELIMITED BY SIZE
                              "had opted out of the template's "
                                                 DELIMITED BY SIZE
                              "category."        DELIMITED BY SIZE
                              INTO WS-CT-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE "No vendor submission." TO WS-CT-TEXT
               END-EVALUATE
               PERFORM E240-PRINT-WRAPPED
           ELSE
               MOVE "S" TO WS-CT-PASS
               PERFORM E220-PRINT-AUDIT-TRAIL
           END-IF.

           IF WS-CT-APPR-ID NOT = SPACES
               MOVE "AUDIT TRAIL - APPROVAL" TO WS-CT-TEXT
               PERFORM E230-PRINT-HEADING
               MOVE "A" TO WS-CT-PASS
               PERFORM E220-PRINT-AUDIT-TRAIL
           END-IF.

           MOVE "SIGN-OFF" TO WS-CT-TEXT.
           PERFORM E230-PRINT-HEADING.

           MOVE "Certified by" TO WS-CT-LABEL.
           MOVE ALL "_" TO WS-CT-TEXT(1:40).
           PERFORM E240-PRINT-WRAPPED.
           MOVE SPACES TO CT-LINE.
           WRITE CT-LINE.
           MOVE "Signature" TO WS-CT-LABEL.
           MOVE ALL "_" TO WS-CT-TEXT(1:40).
           PERFORM E240-PRINT-WRAPPED.
           MOVE SPACES TO CT-LINE.
           WRITE CT-LINE.
           MOVE "Date" TO WS-CT-LABEL.
           MOVE ALL "_" TO WS-CT-TEXT(1:20).
           PERFORM E240-PRINT-WRAPPED.

           CLOSE MAILCERT.

           MOVE "CERT-PRINT" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "mail=" DELIMITED BY SIZE
                  ML-MAIL-ID DELIMITED BY SIZE
                  " task=" DELIMITED BY SIZE
                  ML-TASK-ID DELIMITED BY SIZE
                  " file=" DELIMITED BY SIZE
                  WS-CERT-FILE-NAME(1:60) DELIMITED BY SIZE
                  " to=" DELIMITED BY SIZE
                  ML-TO(1:100) DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z140-WRITE-AUDIT.

           MOVE SPACES TO SCR-RH-MSG.
           STRING "Certificate printed to " DELIMITED BY SIZE
                  WS-CERT-FILE-NAME(1:60) DELIMITED BY SIZE
                  INTO SCR-RH-MSG
           END-STRING.

       E210-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E220-PRINT-AUDIT-TRAIL SECTION.
      ********************************

      *    Pass "S" prints the trail lines naming the row's task id -
      *    and, for a row MailRetry has re-tasked, the task it was
      *    first submitted under (its mail id less the "-NN" suffix).
      *    An APPR-SEND line among them gives the approval the send
      *    came from.  Pass "A" prints the lines naming that approval,
      *    starting from the month it was requested.  Both run up to
      *    the current month.
           MOVE ZERO TO WS-CT-LINE-COUNT.

           IF WS-CT-SUBMIT-PASS
               MOVE ML-TASK-ID TO WS-CT-TASK-ID
               PERFORM E222-FIND-ORIGINAL-TASK
               IF ML-DATE-SENT(1:6) IS NUMERIC
                   MOVE ML-DATE-SENT(1:6) TO WS-CT-FROM-YYYYMM
               ELSE
                   MOVE WS-CT-NOW(1:6) TO WS-CT-FROM-YYYYMM
               END-IF
      *    A retry restamps the sent date - step back a month so the
      *    original submission is still in range.
               IF ML-ATTEMPT-COUNT > ZERO
                   IF FUNCTION REM(WS-CT-FROM-YYYYMM, 100) = 1
                       SUBTRACT 89 FROM WS-CT-FROM-YYYYMM
                   ELSE
                       SUBTRACT 1 FROM WS-CT-FROM-YYYYMM
                   END-IF
               END-IF
           ELSE
               MOVE WS-CT-APPR-ID(1:6) TO WS-CT-FROM-YYYYMM
           END-IF.

           MOVE WS-CT-NOW(1:6) TO WS-CT-TO-YYYYMM.
           MOVE WS-CT-FROM-YYYYMM TO WS-CT-CUR-YYYYMM.

           PERFORM E221-SCAN-CERT-MONTH
               UNTIL WS-CT-CUR-YYYYMM > WS-CT-TO-YYYYMM.

           IF WS-CT-LINE-COUNT = ZERO
               MOVE SPACES TO WS-CT-LABEL
               MOVE "No audit trail lines found." TO WS-CT-TEXT
               PERFORM E240-PRINT-WRAPPED
           END-IF.

       E220-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E221-SCAN-CERT-MONTH SECTION.
      ********************************

           MOVE SPACES TO AU-FILE-NAME.
           STRING "MAILAUDIT."      DELIMITED BY SIZE
                  WS-CT-CUR-YYYYMM  DELIMITED BY SIZE
                  INTO AU-FILE-NAME
           END-STRING.

           OPEN INPUT MAILAUDIT.
           IF AUSTAT = "00"
               PERFORM Z156-READ-MAILAUDIT-NEXT
               PERFORM UNTIL AUSTAT NOT = "00"
                   PERFORM E223-CHECK-CERT-LINE
                   PERFORM Z156-READ-MAILAUDIT-NEXT
               END-PERFORM
               CLOSE MAILAUDIT
           END-IF.

           COMPUTE WS-CT-CUR-MM =
               FUNCTION REM(WS-CT-CUR-YYYYMM, 100).
           IF WS-CT-CUR-MM >= 12
               COMPUTE WS-CT-CUR-YYYYMM = WS-CT-CUR-YYYYMM + 89
           ELSE
               ADD 1 TO WS-CT-CUR-YYYYMM
           END-IF.

       E221-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E222-FIND-ORIGINAL-TASK SECTION.
      ********************************

      *    Trailing lengths of the task id and of the mail id's task
      *    part (everything before its last "-").  The original task
      *    is only searched for when it differs from the current one.
           MOVE ZERO TO WS-CT-TASK-LEN.
           PERFORM VARYING WS-CT-SCAN FROM 44 BY -1
                   UNTIL WS-CT-SCAN < 1 OR WS-CT-TASK-LEN > 0
               IF WS-CT-TASK-ID(WS-CT-SCAN:1) NOT = SPACE
                   MOVE WS-CT-SCAN TO WS-CT-TASK-LEN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-CT-ORIG-TASK-ID.
           MOVE ZERO TO WS-CT-ORIG-LEN.
           PERFORM VARYING WS-CT-SCAN FROM 44 BY -1
                   UNTIL WS-CT-SCAN < 2 OR WS-CT-ORIG-LEN > 0
               IF ML-MAIL-ID(WS-CT-SCAN:1) = "-"
                   COMPUTE WS-CT-ORIG-LEN = WS-CT-SCAN - 1
               END-IF
           END-PERFORM.

           IF WS-CT-ORIG-LEN > ZERO
               MOVE ML-MAIL-ID(1:WS-CT-ORIG-LEN) TO WS-CT-ORIG-TASK-ID
               IF WS-CT-ORIG-TASK-ID = WS-CT-TASK-ID
                   MOVE ZERO TO WS-CT-ORIG-LEN
               END-IF
           END-IF.

       E222-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E223-CHECK-CERT-LINE SECTION.
      ********************************

      *    Only the details column (59 on) is searched - the stamp
      *    column could otherwise match a stamp-shaped id.
           MOVE ZERO TO WS-CT-HITS.

           IF WS-CT-SUBMIT-PASS
               IF WS-CT-TASK-LEN > ZERO
                   INSPECT AU-LINE(59:342) TALLYING WS-CT-HITS
                       FOR ALL WS-CT-TASK-ID(1:WS-CT-TASK-LEN)
               END-IF
               IF WS-CT-ORIG-LEN > ZERO
                   INSPECT AU-LINE(59:342) TALLYING WS-CT-HITS
                       FOR ALL WS-CT-ORIG-TASK-ID(1:WS-CT-ORIG-LEN)
               END-IF
               IF WS-CT-HITS > ZERO
                   AND AU-LINE(44:14) = "APPR-SEND     "
                   MOVE AU-LINE(64:21) TO WS-CT-APPR-ID
               END-IF
           ELSE
               INSPECT AU-LINE(59:342) TALLYING WS-CT-HITS
                   FOR ALL WS-CT-APPR-ID
           END-IF.

           IF WS-CT-HITS = ZERO
               GO TO E223-EXIT
           END-IF.

           ADD 1 TO WS-CT-LINE-COUNT.
           MOVE SPACES TO WS-CT-LABEL.
           MOVE AU-LINE TO WS-CT-TEXT.
           PERFORM E240-PRINT-WRAPPED.

       E223-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E230-PRINT-HEADING SECTION.
      ********************************

      *    A blank line, then the heading held in WS-CT-TEXT
      *    underlined.
           MOVE SPACES TO CT-LINE.
           WRITE CT-LINE.
           MOVE WS-CT-TEXT(1:132) TO CT-LINE.
           WRITE CT-LINE.
           MOVE ALL "-" TO CT-LINE.
           WRITE CT-LINE.

           MOVE SPACES TO WS-CT-TEXT.

       E230-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E240-PRINT-WRAPPED SECTION.
      ********************************

      *    Prints WS-CT-LABEL against WS-CT-TEXT, 100 characters a
      *    line from column 21, continuation lines under the first.
      *    Trailing blank slices are dropped; the label always prints.
           MOVE ZERO TO WS-CT-SLICE-LAST.
           PERFORM VARYING WS-CT-SLICE FROM 100 BY -1
                   UNTIL WS-CT-SLICE < 1 OR WS-CT-SLICE-LAST > 0
               COMPUTE WS-CT-POS = (WS-CT-SLICE - 1) * 100 + 1
               IF WS-CT-TEXT(WS-CT-POS:100) NOT = SPACES
                   MOVE WS-CT-SLICE TO WS-CT-SLICE-LAST
               END-IF
           END-PERFORM.

           IF WS-CT-SLICE-LAST = ZERO
               MOVE 1 TO WS-CT-SLICE-LAST
           END-IF.

           PERFORM VARYING WS-CT-SLICE FROM 1 BY 1
                   UNTIL WS-CT-SLICE > WS-CT-SLICE-LAST
               COMPUTE WS-CT-POS = (WS-CT-SLICE - 1) * 100 + 1
               MOVE SPACES TO CT-LINE
               IF WS-CT-SLICE = 1
                   MOVE WS-CT-LABEL TO CT-LINE(1:20)
               END-IF
               MOVE WS-CT-TEXT(WS-CT-POS:100) TO CT-LINE(21:100)
               WRITE CT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-CT-LABEL WS-CT-TEXT.

       E240-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E245-FORMAT-STAMP SECTION.
      ********************************

      *    CURRENT-DATE stamp to "YYYY-MM-DD HH:MM:SS"; anything not
      *    stamp-shaped is passed through as it is.
           IF WS-CT-STAMP-IN(1:14) IS NUMERIC
               MOVE SPACES TO WS-CT-STAMP-OUT
               STRING WS-CT-STAMP-IN(1:4)  DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      WS-CT-STAMP-IN(5:2)  DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      WS-CT-STAMP-IN(7:2)  DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-CT-STAMP-IN(9:2)  DELIMITED BY SIZE
                      ":"                  DELIMITED BY SIZE
                      WS-CT-STAMP-IN(11:2) DELIMITED BY SIZE
                      ":"                  DELIMITED BY SIZE
                      WS-CT-STAMP-IN(13:2) DELIMITED BY SIZE
                      INTO WS-CT-STAMP-OUT
               END-STRING
           ELSE
               MOVE WS-CT-STAMP-IN TO WS-CT-STAMP-OUT
           END-IF.

       E245-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z100-OPEN-MAILLIST SECTION.
           MOVE WS-MAIL-BODY TO ML-BODY.
           MOVE WS-MAIL-ATTACH TO ML-ATTACHMENTS.
           MOVE WS-PROFILE-ID TO ML-PROFILE-ID.
           MOVE WS-TPL-ID TO ML-TEMPLATE-ID.
           MOVE WS-ORIG-SYSTEM TO ML-ORIG-SYSTEM.
           MOVE WS-ORIG-REF TO ML-ORIG-REF.
           MOVE WS-MAIL-DATE-SENT TO ML-DATE-SENT.
           MOVE WS-MAIL-STATUS TO ML-STATUS.

           MOVE WS-TPL-DATE TO WS-SUB-VALUE.
           PERFORM Z121-REPLACE-MARKER.

           MOVE "&ACCOUNT" TO WS-SUB-MARKER.
           MOVE 8 TO WS-SUB-MARKER-LEN.
           MOVE WS-TPL-ACCOUNT TO WS-SUB-VALUE.
           PERFORM Z121-REPLACE-MARKER.

       Z119-EXIT.
      ********************************
           EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z160-OPEN-MAILOPER SECTION.
      ********************************

           OPEN I-O MAILOPER.

      *    Only a file that does not exist yet is created - any other
      *    failure leaves the operator master alone and sign-on is
      *    refused, never treated as a brand-new installation.
           IF OPSTAT = "35"
               OPEN OUTPUT MAILOPER
               CLOSE MAILOPER
               OPEN I-O MAILOPER
           END-IF.

       Z160-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z161-CLOSE-MAILOPER SECTION.
      ********************************

           CLOSE MAILOPER.

       Z161-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z162-OPEN-MAILRATE SECTION.
      ********************************

           OPEN I-O MAILRATE.

           IF RTSTAT NOT = "00"
               OPEN OUTPUT MAILRATE
               CLOSE MAILRATE
               OPEN I-O MAILRATE
           END-IF.

       Z162-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z163-CLOSE-MAILRATE SECTION.
      ********************************

           CLOSE MAILRATE.

       Z163-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z164-OPEN-MAILPREF SECTION.
      ********************************

           OPEN I-O MAILPREF.

           IF PRSTAT NOT = "00"
               OPEN OUTPUT MAILPREF
               CLOSE MAILPREF
               OPEN I-O MAILPREF
           END-IF.

       Z164-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z165-CLOSE-MAILPREF SECTION.
      ********************************

           CLOSE MAILPREF.

       Z165-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z166-CHECK-OPTED-OUT SECTION.
      ********************************

      *    A template with no category is not subject to preferences,
      *    and an address with no MAILPREF row for the category has
      *    not opted out of it.
           MOVE "N" TO WS-ADDR-OPTOUT-SWITCH.

           IF WS-TPL-CATEGORY = SPACES
               GO TO Z166-EXIT
           END-IF.

           MOVE FUNCTION TRIM(WS-RECIPIENT) TO PR-ADDRESS.
           MOVE WS-TPL-CATEGORY TO PR-CATEGORY.

           READ MAILPREF RECORD
               INVALID KEY MOVE "23" TO PRSTAT
           END-READ.

           IF PRSTAT = "00" AND PR-OPTED-OUT
               MOVE "Y" TO WS-ADDR-OPTOUT-SWITCH
           END-IF.

       Z166-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       TERMINATION SECTION.
      *{Bench}copy-procedure
