      *{Bench}prg-comment
      * MailIntegrity.cbl
      * Cross-file integrity sweep.  The mail files point at one
      * another by id and nothing else keeps those ids honest, so
      * this walks MAILSCHED, MAILQUEUE (and the MAILREJQ rejects),
      * MAILAPPR, MAILDIST and MAILBODY and lists on the MAILINTR
      * report every reference that no longer resolves:
      *   - schedules naming a template, distribution list or
      *     profile that has been deleted (they fail when queued);
      *   - queue entries naming a missing template, profile or
      *     body id;
      *   - approvals left PENDING longer than X_APPR_MAX_DAYS
      *     (default 14) days;
      *   - distribution lists every member of which is on MAILSUPP;
      *   - MAILBODY segments no template, queue entry, reject,
      *     pending approval, MAILLIST or MAILARCH task still owns.
      *     Archived tasks keep their segments - the proof-of-notice
      *     certificate prints the full body of archived rows.
      *
      * X_INTEGRITY_MODE=REPAIR also fixes what can safely be fixed
      * - live broken schedules are paused (SC-ACTIVE "N"), stale
      * approvals are EXPIRED and their segments dropped, orphan
      * segments are deleted - with an audit line for each fix.
      * Queue entries and lists are reported only.  Run it outside
      * the batch window, when nothing else is updating the files.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. MailIntegrity.
       AUTHOR. Edgar.Irle.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MAILINTR.sl".
       COPY "MAILSCHED.sl".
       COPY "MAILQUEUE.sl".
       COPY "MAILREJQ.sl".
       COPY "MAILAPPR.sl".
       COPY "MAILBODY.sl".
       COPY "MAILDIST.sl".
       COPY "MAILSUPP.sl".
       COPY "MAILTPL.sl".
       COPY "MAILPROF.sl".
       COPY "MAILLIST.sl".
       COPY "MAILARCH.sl".
       COPY "MAILAUDIT.sl".
       COPY "MAILOPER.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILINTR.fd".
       COPY "MAILSCHED.fd".
       COPY "MAILQUEUE.fd".
       COPY "MAILREJQ.fd".
       COPY "MAILAPPR.fd".
       COPY "MAILBODY.fd".
       COPY "MAILDIST.fd".
       COPY "MAILSUPP.fd".
       COPY "MAILTPL.fd".
       COPY "MAILPROF.fd".
       COPY "MAILLIST.fd".
       COPY "MAILARCH.fd".
       COPY "MAILAUDIT.fd".
       COPY "MAILOPER.fd".
       WORKING-STORAGE             SECTION.

       77  IRSTAT                      PIC X(2).
       77  SCSTAT                      PIC X(2).
       77  MQSTAT                      PIC X(2).
       77  RJSTAT                      PIC X(2).
       77  APSTAT                      PIC X(2).
       77  MBSTAT                      PIC X(2).
       77  DLSTAT                      PIC X(2).
       77  SPSTAT                      PIC X(2).
       77  TPSTAT                      PIC X(2).
       77  PFSTAT                      PIC X(2).
       77  MLSTAT                      PIC X(2).
       77  MASTAT                      PIC X(2).
       77  AUSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).

       01  WS-INTR-FILE-NAME           PIC X(100).

       01  WS-TODAY-DATE               PIC X(21).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-REQ-YYYYMMDD             PIC 9(8).
       01  WS-DAYS-OLD                 PIC 9(5).

      *    A PENDING approval older than this many days is stale.
       01  WS-APPR-MAX-DAYS            PIC 9(4) VALUE 14.
       01  WS-APPR-MAX-DAYS-ENV        PIC X(4).

      *    REPORT (the default) changes nothing; REPAIR also makes
      *    the fixes listed in the program comment.
       01  WS-MODE                     PIC X(10).
       01  WS-MODE-SWITCH              PIC X VALUE "N".
           88  WS-REPAIR-MODE          VALUE "Y".

       01  WS-COMPLETION-CODE          PIC 9(4) VALUE ZERO.

      *    Audit trail - unattended runs are stamped with the
      *    X_OPERATOR_ID of the scheduler sign-on, or "INTEGRITY"
      *    when none is set, so every repair is accounted for.
       01  WS-OPERATOR-ID              PIC X(20).
       01  WS-AUD-ACTION               PIC X(14).
       01  WS-AUD-DETAILS              PIC X(300).
       01  WS-AUD-STAMP                PIC X(21).
       COPY "MAILAUDIT.ws".
       01  WS-OPER-VERIFIED-SW         PIC X VALUE "N".
           88  WS-OPERATOR-VERIFIED    VALUE "Y".
       01  WS-OPER-REJECT-REASON       PIC X(8).

      *    A file that does not exist yet is taken as empty; one that
      *    exists but cannot be opened stops the run, since every
      *    reference into it would be reported broken.
       01  WS-FILES-READY-SWITCH       PIC X VALUE "N".
           88  WS-FILES-READY          VALUE "Y".
       01  WS-OPEN-FILE                PIC X(9).
       01  WS-OPEN-STAT                PIC X(2).
       01  WS-OPEN-SWITCHES.
           05  WS-INTR-OPEN-SW         PIC X VALUE "N".
               88  WS-INTR-OPEN        VALUE "Y".
           05  WS-SCHED-OPEN-SW        PIC X VALUE "N".
               88  WS-SCHED-OPEN       VALUE "Y".
           05  WS-QUEUE-OPEN-SW        PIC X VALUE "N".
               88  WS-QUEUE-OPEN       VALUE "Y".
           05  WS-REJQ-OPEN-SW         PIC X VALUE "N".
               88  WS-REJQ-OPEN        VALUE "Y".
           05  WS-APPR-OPEN-SW         PIC X VALUE "N".
               88  WS-APPR-OPEN        VALUE "Y".
           05  WS-BODY-OPEN-SW         PIC X VALUE "N".
               88  WS-BODY-OPEN        VALUE "Y".
           05  WS-DIST-OPEN-SW         PIC X VALUE "N".
               88  WS-DIST-OPEN        VALUE "Y".
           05  WS-SUPP-OPEN-SW         PIC X VALUE "N".
               88  WS-SUPP-OPEN        VALUE "Y".
           05  WS-TPL-OPEN-SW          PIC X VALUE "N".
               88  WS-TPL-OPEN         VALUE "Y".
           05  WS-PROF-OPEN-SW         PIC X VALUE "N".
               88  WS-PROF-OPEN        VALUE "Y".
           05  WS-LIST-OPEN-SW         PIC X VALUE "N".
               88  WS-LIST-OPEN        VALUE "Y".
           05  WS-ARCH-OPEN-SW         PIC X VALUE "N".
               88  WS-ARCH-OPEN        VALUE "Y".

       01  WS-FOUND-SWITCH             PIC X.
           88  WS-FOUND                VALUE "Y".
       01  WS-ORPHAN-SWITCH            PIC X.
           88  WS-ORPHAN               VALUE "Y".

      *    Problems found on the schedule in hand - a live schedule
      *    with any of them is paused in repair mode.
       01  WS-SCHED-PROBLEMS.
           05  WS-SC-TPL-SW            PIC X.
               88  WS-SC-TPL-BAD       VALUE "Y".
           05  WS-SC-LIST-SW           PIC X.
               88  WS-SC-LIST-BAD      VALUE "Y".
           05  WS-SC-PROF-SW           PIC X.
               88  WS-SC-PROF-BAD      VALUE "Y".
       01  WS-AT-COUNT                 PIC 9(3).

       01  WS-CHK-TEMPLATE-ID          PIC X(20).
       01  WS-CHK-PROFILE-ID           PIC X(20).
       01  WS-CHK-LIST-NAME            PIC X(30).
       01  WS-CHK-BODY-ID              PIC X(40).
       01  WS-BODY-OWNER-ID            PIC X(44).

      *    Body ids named by the queue and the rejects file - the
      *    queue is sequential, so it is read once into this table
      *    for the orphan-segment check.  If it fills, the check is
      *    skipped rather than risk deleting a live entry's body.
       01  WS-QBODY-MAX                PIC 9(5) VALUE 5000.
       01  WS-QBODY-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-QB-IX                    PIC 9(5).
       01  WS-QBODY-TABLE.
           05  WS-QBODY-ID             PIC X(40) OCCURS 5000 TIMES.
       01  WS-QBODY-FULL-SWITCH        PIC X VALUE "N".
           88  WS-QBODY-FULL           VALUE "Y".

       01  WS-QUEUE-SEQ                PIC 9(6) VALUE ZERO.
       01  WS-SEQ-TEXT                 PIC X(12).

       01  WS-CUR-LIST                 PIC X(30).
       01  WS-LIST-MEMBERS             PIC 9(6).
       01  WS-LIST-SUPPRESSED          PIC 9(6).

       01  WS-CUR-OWNER                PIC X(44).
       01  WS-OWNER-SEGS               PIC 9(4).

       01  WS-CHECKED-COUNTS.
           05  WS-SCHED-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-QUEUE-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-APPR-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-LIST-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-OWNER-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-FINDING-COUNTS.
           05  WS-FND-TOTAL            PIC 9(7) VALUE ZERO.
           05  WS-FND-SCHED-TPL        PIC 9(7) VALUE ZERO.
           05  WS-FND-SCHED-LIST       PIC 9(7) VALUE ZERO.
           05  WS-FND-SCHED-PROF       PIC 9(7) VALUE ZERO.
           05  WS-FND-QUEUE-TPL        PIC 9(7) VALUE ZERO.
           05  WS-FND-QUEUE-BODY       PIC 9(7) VALUE ZERO.
           05  WS-FND-QUEUE-PROF       PIC 9(7) VALUE ZERO.
           05  WS-FND-STALE-APPR       PIC 9(7) VALUE ZERO.
           05  WS-FND-ALL-SUPPR        PIC 9(7) VALUE ZERO.
           05  WS-FND-ORPHAN-BODY      PIC 9(7) VALUE ZERO.

       01  WS-REPAIR-COUNTS.
           05  WS-FIX-PAUSED           PIC 9(6) VALUE ZERO.
           05  WS-FIX-EXPIRED          PIC 9(6) VALUE ZERO.
           05  WS-FIX-PURGED-OWNERS    PIC 9(6) VALUE ZERO.
           05  WS-FIX-PURGED-SEGS      PIC 9(7) VALUE ZERO.

      *    Finding line fields loaded by each check before
      *    Z600-WRITE-FINDING prints it.
       01  WS-FND-LINE.
           05  WS-FL-FILE              PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FL-KEY               PIC X(44).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FL-PROBLEM           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FL-DETAIL            PIC X(50).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FL-ACTION            PIC X(13).

       PROCEDURE                   DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON I-O.
       0100-DECL.
           EXIT.
       OUTPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       0200-DECL.
           EXIT.
       END DECLARATIVES.
      ******************************************************************
       A000-MAIN SECTION.
      ********************************

           PERFORM A100-INITIAL.

           IF WS-OPERATOR-VERIFIED
               IF WS-FILES-READY
                   PERFORM B100-CHECK-SCHEDULES
                   PERFORM B200-CHECK-QUEUE
                   PERFORM B250-NOTE-REJECTS
                   PERFORM B300-CHECK-APPROVALS
                   PERFORM B400-CHECK-DIST-LISTS
                   PERFORM B500-CHECK-BODY-SEGMENTS
                   PERFORM B900-PRINT-TOTALS
                   PERFORM A900-REPORT-RESULTS
               END-IF
               PERFORM Z900-CLOSE-FILES
           END-IF.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
       A100-INITIAL SECTION.
      ********************************

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-YYYYMMDD.

           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "X_OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "INTEGRITY" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

           MOVE SPACES TO WS-MODE.
           ACCEPT WS-MODE FROM ENVIRONMENT "X_INTEGRITY_MODE".
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
               WHEN "REPAIR"
                   SET WS-REPAIR-MODE TO TRUE
               WHEN "REPORT"
               WHEN SPACES
                   MOVE "REPORT" TO WS-MODE
               WHEN OTHER
                   DISPLAY "MailIntegrity: unknown mode " WS-MODE
                           " - reporting only"
                   MOVE "REPORT" TO WS-MODE
           END-EVALUATE.

           MOVE SPACES TO WS-APPR-MAX-DAYS-ENV.
           ACCEPT WS-APPR-MAX-DAYS-ENV
               FROM ENVIRONMENT "X_APPR_MAX_DAYS".
           IF WS-APPR-MAX-DAYS-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-APPR-MAX-DAYS-ENV)
                   TO WS-APPR-MAX-DAYS
           END-IF.

           MOVE SPACES TO WS-INTR-FILE-NAME.
           ACCEPT WS-INTR-FILE-NAME
               FROM ENVIRONMENT "X_INTEGRITY_REPORT".
           IF WS-INTR-FILE-NAME = SPACES
               MOVE "MAILINTR.TXT" TO WS-INTR-FILE-NAME
           END-IF.

           PERFORM Z700-OPEN-MAILINTR.
           IF NOT WS-INTR-OPEN
               GO TO A100-EXIT
           END-IF.

           PERFORM A110-OPEN-FILES.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A110-OPEN-FILES SECTION.
      ********************************

      *    Only the files a repair rewrites are opened for update,
      *    and only in repair mode.
           SET WS-FILES-READY TO TRUE.

           IF WS-REPAIR-MODE
               OPEN I-O MAILSCHED
           ELSE
               OPEN INPUT MAILSCHED
           END-IF.
           MOVE "MAILSCHED" TO WS-OPEN-FILE.
           MOVE SCSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF SCSTAT = "00"
               SET WS-SCHED-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILQUEUE.
           MOVE "MAILQUEUE" TO WS-OPEN-FILE.
           MOVE MQSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF MQSTAT = "00"
               SET WS-QUEUE-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILREJQ.
           MOVE "MAILREJQ" TO WS-OPEN-FILE.
           MOVE RJSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF RJSTAT = "00"
               SET WS-REJQ-OPEN TO TRUE
           END-IF.

           IF WS-REPAIR-MODE
               OPEN I-O MAILAPPR
           ELSE
               OPEN INPUT MAILAPPR
           END-IF.
           MOVE "MAILAPPR" TO WS-OPEN-FILE.
           MOVE APSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF APSTAT = "00"
               SET WS-APPR-OPEN TO TRUE
           END-IF.

           IF WS-REPAIR-MODE
               OPEN I-O MAILBODY
           ELSE
               OPEN INPUT MAILBODY
           END-IF.
           MOVE "MAILBODY" TO WS-OPEN-FILE.
           MOVE MBSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF MBSTAT = "00"
               SET WS-BODY-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILDIST.
           MOVE "MAILDIST" TO WS-OPEN-FILE.
           MOVE DLSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF DLSTAT = "00"
               SET WS-DIST-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILSUPP.
           MOVE "MAILSUPP" TO WS-OPEN-FILE.
           MOVE SPSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF SPSTAT = "00"
               SET WS-SUPP-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILTPL.
           MOVE "MAILTPL" TO WS-OPEN-FILE.
           MOVE TPSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF TPSTAT = "00"
               SET WS-TPL-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILPROF.
           MOVE "MAILPROF" TO WS-OPEN-FILE.
           MOVE PFSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF PFSTAT = "00"
               SET WS-PROF-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILLIST.
           MOVE "MAILLIST" TO WS-OPEN-FILE.
           MOVE MLSTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF MLSTAT = "00"
               SET WS-LIST-OPEN TO TRUE
           END-IF.

           OPEN INPUT MAILARCH.
           MOVE "MAILARCH" TO WS-OPEN-FILE.
           MOVE MASTAT TO WS-OPEN-STAT.
           PERFORM A120-CHECK-OPEN.
           IF MASTAT = "00"
               SET WS-ARCH-OPEN TO TRUE
           END-IF.

       A110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A120-CHECK-OPEN SECTION.
      ********************************

           EVALUATE WS-OPEN-STAT
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "MailIntegrity: " WS-OPEN-FILE
                           " not found - taken as empty"
               WHEN OTHER
                   DISPLAY "MailIntegrity: " WS-OPEN-FILE
                           " not available (status " WS-OPEN-STAT
                           "), nothing checked"
                   MOVE 12 TO WS-COMPLETION-CODE
                   MOVE "N" TO WS-FILES-READY-SWITCH
           END-EVALUATE.

       A120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A900-REPORT-RESULTS SECTION.
      ********************************

           DISPLAY "MailIntegrity: mode " WS-MODE " "
                   WS-FND-TOTAL " broken reference(s), "
                   WS-FIX-PAUSED " schedule(s) paused, "
                   WS-FIX-EXPIRED " approval(s) expired, "
                   WS-FIX-PURGED-SEGS " body segment(s) deleted".

           IF WS-FND-TOTAL > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

           MOVE "INTEGRITY-RUN" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "mode=" DELIMITED BY SIZE
                  WS-MODE DELIMITED BY SPACE
                  " findings=" DELIMITED BY SIZE
                  WS-FND-TOTAL DELIMITED BY SIZE
                  " paused=" DELIMITED BY SIZE
                  WS-FIX-PAUSED DELIMITED BY SIZE
                  " expired=" DELIMITED BY SIZE
                  WS-FIX-EXPIRED DELIMITED BY SIZE
                  " purged-owners=" DELIMITED BY SIZE
                  WS-FIX-PURGED-OWNERS DELIMITED BY SIZE
                  " purged-segs=" DELIMITED BY SIZE
                  WS-FIX-PURGED-SEGS DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       A900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B100-CHECK-SCHEDULES SECTION.
      ********************************

           IF NOT WS-SCHED-OPEN
               GO TO B100-EXIT
           END-IF.

           MOVE LOW-VALUES TO SC-SCHED-ID.
           START MAILSCHED KEY IS NOT LESS THAN SC-SCHED-ID
               INVALID KEY MOVE "23" TO SCSTAT
           END-START.

           IF SCSTAT = "00"
               PERFORM Z101-READ-MAILSCHED-NEXT
           END-IF.

           PERFORM UNTIL SCSTAT NOT = "00"
               ADD 1 TO WS-SCHED-COUNT
               PERFORM B110-CHECK-ONE-SCHEDULE
               PERFORM Z101-READ-MAILSCHED-NEXT
           END-PERFORM.

       B100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B110-CHECK-ONE-SCHEDULE SECTION.
      ********************************

      *    MailSchedule copies the template id, list name and profile
      *    straight into the queue entry it generates - any of them
      *    gone means every occurrence fails in SendMailBatch.
           MOVE "NNN" TO WS-SCHED-PROBLEMS.

           IF SC-TEMPLATE-ID = SPACES
               MOVE "Y" TO WS-SC-TPL-SW
           ELSE
               MOVE SC-TEMPLATE-ID TO WS-CHK-TEMPLATE-ID
               PERFORM Z610-FIND-TEMPLATE
               IF NOT WS-FOUND
                   MOVE "Y" TO WS-SC-TPL-SW
               END-IF
           END-IF.

      *    A plain address in place of a list name is sent as is.
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT SC-DIST-LIST TALLYING WS-AT-COUNT FOR ALL "@".
           IF SC-DIST-LIST = SPACES
               MOVE "Y" TO WS-SC-LIST-SW
           ELSE
               IF WS-AT-COUNT = ZERO
                   MOVE SC-DIST-LIST TO WS-CHK-LIST-NAME
                   PERFORM Z630-FIND-LIST
                   IF NOT WS-FOUND
                       MOVE "Y" TO WS-SC-LIST-SW
                   END-IF
               END-IF
           END-IF.

           IF SC-PROFILE-ID NOT = SPACES
               MOVE SC-PROFILE-ID TO WS-CHK-PROFILE-ID
               PERFORM Z620-FIND-PROFILE
               IF NOT WS-FOUND
                   MOVE "Y" TO WS-SC-PROF-SW
               END-IF
           END-IF.

           IF WS-SCHED-PROBLEMS = "NNN"
               GO TO B110-EXIT
           END-IF.

           MOVE SPACES TO WS-FND-LINE.
           MOVE "MAILSCHED" TO WS-FL-FILE.
           MOVE SC-SCHED-ID TO WS-FL-KEY.

           IF SC-ACTIVE NOT = "Y"
               MOVE "INACTIVE" TO WS-FL-ACTION
           ELSE
               IF WS-REPAIR-MODE
                   PERFORM B120-PAUSE-SCHEDULE
                   MOVE "PAUSED" TO WS-FL-ACTION
               END-IF
           END-IF.

           IF WS-SC-TPL-BAD
               MOVE "MISSING-TPL" TO WS-FL-PROBLEM
               MOVE SPACES TO WS-FL-DETAIL
               STRING "template '" DELIMITED BY SIZE
                      SC-TEMPLATE-ID DELIMITED BY SPACE
                      "' not on MAILTPL" DELIMITED BY SIZE
                      INTO WS-FL-DETAIL
               END-STRING
               ADD 1 TO WS-FND-SCHED-TPL
               PERFORM Z600-WRITE-FINDING
           END-IF.

           IF WS-SC-LIST-BAD
               MOVE "MISSING-LIST" TO WS-FL-PROBLEM
               MOVE SPACES TO WS-FL-DETAIL
               STRING "list '" DELIMITED BY SIZE
                      SC-DIST-LIST DELIMITED BY SPACE
                      "' not on MAILDIST" DELIMITED BY SIZE
                      INTO WS-FL-DETAIL
               END-STRING
               ADD 1 TO WS-FND-SCHED-LIST
               PERFORM Z600-WRITE-FINDING
           END-IF.

           IF WS-SC-PROF-BAD
               MOVE "MISSING-PROF" TO WS-FL-PROBLEM
               MOVE SPACES TO WS-FL-DETAIL
               STRING "profile " DELIMITED BY SIZE
                      SC-PROFILE-ID DELIMITED BY SPACE
                      " not on MAILPROF" DELIMITED BY SIZE
                      INTO WS-FL-DETAIL
               END-STRING
               ADD 1 TO WS-FND-SCHED-PROF
               PERFORM Z600-WRITE-FINDING
           END-IF.

       B110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B120-PAUSE-SCHEDULE SECTION.
      ********************************

      *    Paused, not deleted - the definition is kept so it can be
      *    corrected on the Schedules screen and made live again.
           MOVE "N" TO SC-ACTIVE.
           REWRITE SC-REC
               INVALID KEY CONTINUE
           END-REWRITE.

           ADD 1 TO WS-FIX-PAUSED.

           MOVE "SCHED-PAUSE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "sched=" DELIMITED BY SIZE
                  SC-SCHED-ID DELIMITED BY SPACE
                  " tpl=" DELIMITED BY SIZE
                  SC-TEMPLATE-ID DELIMITED BY SPACE
                  " list=" DELIMITED BY SIZE
                  SC-DIST-LIST DELIMITED BY SPACE
                  " profile=" DELIMITED BY SIZE
                  SC-PROFILE-ID DELIMITED BY SPACE
                  " broken=" DELIMITED BY SIZE
                  WS-SCHED-PROBLEMS DELIMITED BY SIZE
                  " reason=INTEGRITY" DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       B120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B200-CHECK-QUEUE SECTION.
      ********************************

           IF NOT WS-QUEUE-OPEN
               GO TO B200-EXIT
           END-IF.

           PERFORM Z201-READ-MAILQUEUE-NEXT.

           PERFORM UNTIL MQSTAT NOT = "00"
               ADD 1 TO WS-QUEUE-COUNT
               IF MQ-BODY-ID NOT = SPACES
                   MOVE MQ-BODY-ID TO WS-CHK-BODY-ID
                   PERFORM B220-NOTE-BODY-ID
               END-IF
      *    An entry already DONE is dropped by the next queue rewrite
      *    and is never sent again.
               IF MQ-STATUS NOT = "DONE"
                   PERFORM B210-CHECK-ONE-ENTRY
               END-IF
               PERFORM Z201-READ-MAILQUEUE-NEXT
           END-PERFORM.

       B200-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B210-CHECK-ONE-ENTRY SECTION.
      ********************************

      *    The queue has no key - an entry is identified by its
      *    position and the start of its To.
           MOVE WS-QUEUE-COUNT TO WS-QUEUE-SEQ.
           MOVE SPACES TO WS-SEQ-TEXT.
           STRING "ENTRY " DELIMITED BY SIZE
                  WS-QUEUE-SEQ DELIMITED BY SIZE
                  INTO WS-SEQ-TEXT
           END-STRING.

           MOVE SPACES TO WS-FND-LINE.
           MOVE "MAILQUEUE" TO WS-FL-FILE.
           STRING WS-SEQ-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MQ-TO DELIMITED BY SIZE
                  INTO WS-FL-KEY
           END-STRING.

           IF MQ-TEMPLATE-ID NOT = SPACES
               MOVE MQ-TEMPLATE-ID TO WS-CHK-TEMPLATE-ID
               PERFORM Z610-FIND-TEMPLATE
               IF NOT WS-FOUND
                   MOVE "MISSING-TPL" TO WS-FL-PROBLEM
                   MOVE SPACES TO WS-FL-DETAIL
                   STRING "template '" DELIMITED BY SIZE
                          MQ-TEMPLATE-ID DELIMITED BY SPACE
                          "' not on MAILTPL" DELIMITED BY SIZE
                          INTO WS-FL-DETAIL
                   END-STRING
                   ADD 1 TO WS-FND-QUEUE-TPL
                   PERFORM Z600-WRITE-FINDING
               END-IF
           END-IF.

           IF MQ-BODY-ID NOT = SPACES
               MOVE MQ-BODY-ID TO WS-BODY-OWNER-ID
               PERFORM Z640-FIND-BODY-OWNER
               IF NOT WS-FOUND
                   MOVE "MISSING-BODY" TO WS-FL-PROBLEM
                   MOVE SPACES TO WS-FL-DETAIL
                   STRING "body id " DELIMITED BY SIZE
                          MQ-BODY-ID DELIMITED BY SPACE
                          " has no MAILBODY segments"
                                     DELIMITED BY SIZE
                          INTO WS-FL-DETAIL
                   END-STRING
                   ADD 1 TO WS-FND-QUEUE-BODY
                   PERFORM Z600-WRITE-FINDING
               END-IF
           END-IF.

           IF MQ-PROFILE-ID NOT = SPACES
               MOVE MQ-PROFILE-ID TO WS-CHK-PROFILE-ID
               PERFORM Z620-FIND-PROFILE
               IF NOT WS-FOUND
                   MOVE "MISSING-PROF" TO WS-FL-PROBLEM
                   MOVE SPACES TO WS-FL-DETAIL
                   STRING "profile " DELIMITED BY SIZE
                          MQ-PROFILE-ID DELIMITED BY SPACE
                          " not on MAILPROF" DELIMITED BY SIZE
                          INTO WS-FL-DETAIL
                   END-STRING
                   ADD 1 TO WS-FND-QUEUE-PROF
                   PERFORM Z600-WRITE-FINDING
               END-IF
           END-IF.

       B210-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B220-NOTE-BODY-ID SECTION.
      ********************************

           PERFORM B230-FIND-QUEUE-BODY-ID.
           IF WS-FOUND
               GO TO B220-EXIT
           END-IF.

           IF WS-QBODY-COUNT < WS-QBODY-MAX
               ADD 1 TO WS-QBODY-COUNT
               MOVE WS-CHK-BODY-ID TO WS-QBODY-ID(WS-QBODY-COUNT)
           ELSE
               SET WS-QBODY-FULL TO TRUE
           END-IF.

       B220-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B230-FIND-QUEUE-BODY-ID SECTION.
      ********************************

           MOVE "N" TO WS-FOUND-SWITCH.

           PERFORM VARYING WS-QB-IX FROM 1 BY 1
                   UNTIL WS-QB-IX > WS-QBODY-COUNT
                      OR WS-FOUND
               IF WS-QBODY-ID(WS-QB-IX) = WS-CHK-BODY-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

       B230-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B250-NOTE-REJECTS SECTION.
      ********************************

      *    A reject can be corrected and dropped back into the queue,
      *    so the body it names is still wanted.
           IF NOT WS-REJQ-OPEN
               GO TO B250-EXIT
           END-IF.

           PERFORM Z251-READ-MAILREJQ-NEXT.

           PERFORM UNTIL RJSTAT NOT = "00"
               ADD 1 TO WS-REJECT-COUNT
               MOVE RJ-QUEUE-REC TO MQ-REC
               IF MQ-BODY-ID NOT = SPACES
                   MOVE MQ-BODY-ID TO WS-CHK-BODY-ID
                   PERFORM B220-NOTE-BODY-ID
               END-IF
               PERFORM Z251-READ-MAILREJQ-NEXT
           END-PERFORM.

       B250-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B300-CHECK-APPROVALS SECTION.
      ********************************

           IF NOT WS-APPR-OPEN
               GO TO B300-EXIT
           END-IF.

           MOVE LOW-VALUES TO AP-APPR-ID.
           START MAILAPPR KEY IS NOT LESS THAN AP-APPR-ID
               INVALID KEY MOVE "23" TO APSTAT
           END-START.

           IF APSTAT = "00"
               PERFORM Z301-READ-MAILAPPR-NEXT
           END-IF.

           PERFORM UNTIL APSTAT NOT = "00"
               ADD 1 TO WS-APPR-COUNT
               IF AP-STATUS = "PENDING"
                   PERFORM B310-CHECK-ONE-APPROVAL
               END-IF
               PERFORM Z301-READ-MAILAPPR-NEXT
           END-PERFORM.

       B300-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B310-CHECK-ONE-APPROVAL SECTION.
      ********************************

           IF AP-REQ-STAMP(1:8) NOT NUMERIC
               GO TO B310-EXIT
           END-IF.

           MOVE AP-REQ-STAMP(1:8) TO WS-REQ-YYYYMMDD.
           IF WS-REQ-YYYYMMDD >= WS-TODAY-YYYYMMDD
               GO TO B310-EXIT
           END-IF.

           COMPUTE WS-DAYS-OLD =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-REQ-YYYYMMDD).

           IF WS-DAYS-OLD NOT > WS-APPR-MAX-DAYS
               GO TO B310-EXIT
           END-IF.

           MOVE SPACES TO WS-FND-LINE.
           MOVE "MAILAPPR" TO WS-FL-FILE.
           MOVE AP-APPR-ID TO WS-FL-KEY.
           MOVE "STALE-APPR" TO WS-FL-PROBLEM.
           STRING "pending " DELIMITED BY SIZE
                  WS-DAYS-OLD DELIMITED BY SIZE
                  " days, requested by " DELIMITED BY SIZE
                  AP-REQ-OPERATOR DELIMITED BY SPACE
                  INTO WS-FL-DETAIL
           END-STRING.

           IF WS-REPAIR-MODE
               PERFORM B320-EXPIRE-APPROVAL
               MOVE "EXPIRED" TO WS-FL-ACTION
           END-IF.

           ADD 1 TO WS-FND-STALE-APPR.
           PERFORM Z600-WRITE-FINDING.

       B310-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B320-EXPIRE-APPROVAL SECTION.
      ********************************

      *    An expired send will never go out - it leaves the
      *    Approvals screen and its body segments are dropped, as
      *    for a rejection.  It can be submitted again if still
      *    wanted.
           MOVE "EXPIRED" TO AP-STATUS.
           MOVE WS-OPERATOR-ID TO AP-DEC-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AP-DEC-STAMP.
           REWRITE AP-REC
               INVALID KEY CONTINUE
           END-REWRITE.

           ADD 1 TO WS-FIX-EXPIRED.

           MOVE ZERO TO WS-OWNER-SEGS.
           IF WS-BODY-OPEN
               MOVE AP-APPR-ID TO WS-BODY-OWNER-ID
               PERFORM Z650-DELETE-OWNER-SEGMENTS
               ADD WS-OWNER-SEGS TO WS-FIX-PURGED-SEGS
           END-IF.

           MOVE "APPR-EXPIRE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "appr=" DELIMITED BY SIZE
                  AP-APPR-ID DELIMITED BY SIZE
                  " requested-by=" DELIMITED BY SIZE
                  AP-REQ-OPERATOR DELIMITED BY SPACE
                  " age=" DELIMITED BY SIZE
                  WS-DAYS-OLD DELIMITED BY SIZE
                  " segs=" DELIMITED BY SIZE
                  WS-OWNER-SEGS DELIMITED BY SIZE
                  " expired-by=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       B320-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B400-CHECK-DIST-LISTS SECTION.
      ********************************

      *    MAILDIST is keyed list name + member, so each list's
      *    members come together; a list is closed off when the name
      *    changes.
           IF NOT WS-DIST-OPEN
               GO TO B400-EXIT
           END-IF.

           MOVE LOW-VALUES TO DL-LIST-KEY.
           START MAILDIST KEY IS NOT LESS THAN DL-LIST-KEY
               INVALID KEY MOVE "23" TO DLSTAT
           END-START.

           IF DLSTAT = "00"
               PERFORM Z401-READ-MAILDIST-NEXT
           END-IF.

           MOVE SPACES TO WS-CUR-LIST.

           PERFORM UNTIL DLSTAT NOT = "00"
               IF DL-LIST-NAME NOT = WS-CUR-LIST
                   IF WS-CUR-LIST NOT = SPACES
                       PERFORM B410-CLOSE-LIST
                   END-IF
                   MOVE DL-LIST-NAME TO WS-CUR-LIST
                   MOVE ZERO TO WS-LIST-MEMBERS
                   MOVE ZERO TO WS-LIST-SUPPRESSED
                   ADD 1 TO WS-LIST-COUNT
               END-IF
               ADD 1 TO WS-LIST-MEMBERS
               IF WS-SUPP-OPEN
                   MOVE FUNCTION TRIM(DL-MEMBER-ADDR) TO SP-ADDRESS
                   READ MAILSUPP RECORD
                       INVALID KEY MOVE "23" TO SPSTAT
                   END-READ
                   IF SPSTAT = "00"
                       ADD 1 TO WS-LIST-SUPPRESSED
                   END-IF
               END-IF
               PERFORM Z401-READ-MAILDIST-NEXT
           END-PERFORM.

           IF WS-CUR-LIST NOT = SPACES
               PERFORM B410-CLOSE-LIST
           END-IF.

       B400-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B410-CLOSE-LIST SECTION.
      ********************************

           IF WS-LIST-MEMBERS = ZERO
               OR WS-LIST-SUPPRESSED < WS-LIST-MEMBERS
               GO TO B410-EXIT
           END-IF.

           MOVE SPACES TO WS-FND-LINE.
           MOVE "MAILDIST" TO WS-FL-FILE.
           MOVE WS-CUR-LIST TO WS-FL-KEY.
           MOVE "ALL-SUPPR" TO WS-FL-PROBLEM.
           STRING "all " DELIMITED BY SIZE
                  WS-LIST-MEMBERS DELIMITED BY SIZE
                  " member(s) on MAILSUPP" DELIMITED BY SIZE
                  INTO WS-FL-DETAIL
           END-STRING.

           ADD 1 TO WS-FND-ALL-SUPPR.
           PERFORM Z600-WRITE-FINDING.

       B410-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B500-CHECK-BODY-SEGMENTS SECTION.
      ********************************

      *    Segments are keyed owner id + segment number, so each
      *    owner's set comes together; the owner is looked up once,
      *    on its first segment, and an orphan's segments are deleted
      *    as they are read in repair mode.
           IF NOT WS-BODY-OPEN
               GO TO B500-EXIT
           END-IF.

           IF WS-QBODY-FULL
               MOVE SPACES TO WS-FND-LINE
               MOVE "MAILBODY" TO WS-FL-FILE
               MOVE "NOT-CHECKED" TO WS-FL-PROBLEM
               STRING "more than " DELIMITED BY SIZE
                      WS-QBODY-MAX DELIMITED BY SIZE
                      " queue body ids - sweep skipped"
                                     DELIMITED BY SIZE
                      INTO WS-FL-DETAIL
               END-STRING
               MOVE WS-FND-LINE TO IR-LINE
               WRITE IR-LINE
               DISPLAY "MailIntegrity: more than " WS-QBODY-MAX
                       " queue body ids - MAILBODY not checked"
               IF WS-COMPLETION-CODE < 4
                   MOVE 4 TO WS-COMPLETION-CODE
               END-IF
               GO TO B500-EXIT
           END-IF.

           MOVE LOW-VALUES TO MB-BODY-KEY.
           START MAILBODY KEY IS NOT LESS THAN MB-BODY-KEY
               INVALID KEY MOVE "23" TO MBSTAT
           END-START.

           IF MBSTAT = "00"
               PERFORM Z501-READ-MAILBODY-NEXT
           END-IF.

           MOVE SPACES TO WS-CUR-OWNER.
           MOVE "N" TO WS-ORPHAN-SWITCH.

           PERFORM UNTIL MBSTAT NOT = "00"
               IF MB-OWNER-ID NOT = WS-CUR-OWNER
                   IF WS-CUR-OWNER NOT = SPACES
                       PERFORM B520-CLOSE-OWNER
                   END-IF
                   MOVE MB-OWNER-ID TO WS-CUR-OWNER
                   MOVE ZERO TO WS-OWNER-SEGS
                   ADD 1 TO WS-OWNER-COUNT
                   PERFORM B510-CHECK-OWNER
               END-IF
               ADD 1 TO WS-OWNER-SEGS
               IF WS-ORPHAN AND WS-REPAIR-MODE
                   DELETE MAILBODY RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               PERFORM Z501-READ-MAILBODY-NEXT
           END-PERFORM.

           IF WS-CUR-OWNER NOT = SPACES
               PERFORM B520-CLOSE-OWNER
           END-IF.

       B500-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B510-CHECK-OWNER SECTION.
      ********************************

      *    An owner id is a template id, a queue body id, an approval
      *    id or a vendor task id - any one of them still on file
      *    keeps the set.  Only a PENDING approval still needs its
      *    body; a decided one has been sent or dropped.
           MOVE "N" TO WS-FOUND-SWITCH.

           IF WS-CUR-OWNER(21:24) = SPACES
               MOVE WS-CUR-OWNER(1:20) TO WS-CHK-TEMPLATE-ID
               PERFORM Z610-FIND-TEMPLATE
           END-IF.

           IF NOT WS-FOUND
               AND WS-CUR-OWNER(41:4) = SPACES
               MOVE WS-CUR-OWNER(1:40) TO WS-CHK-BODY-ID
               PERFORM B230-FIND-QUEUE-BODY-ID
           END-IF.

           IF NOT WS-FOUND
               AND WS-CUR-OWNER(22:23) = SPACES
               AND WS-APPR-OPEN
               MOVE WS-CUR-OWNER(1:21) TO AP-APPR-ID
               READ MAILAPPR RECORD
                   INVALID KEY MOVE "23" TO APSTAT
               END-READ
               IF APSTAT = "00" AND AP-STATUS = "PENDING"
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-IF.

           IF NOT WS-FOUND
               AND WS-CUR-OWNER(41:4) = SPACES
               AND WS-LIST-OPEN
               MOVE WS-CUR-OWNER(1:40) TO ML-TASK-ID
               START MAILLIST KEY IS = ML-TASK-ID
                   INVALID KEY MOVE "23" TO MLSTAT
               END-START
               IF MLSTAT = "00"
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-IF.

           IF NOT WS-FOUND
               AND WS-CUR-OWNER(41:4) = SPACES
               AND WS-ARCH-OPEN
               MOVE WS-CUR-OWNER(1:40) TO MA-TASK-ID
               START MAILARCH KEY IS = MA-TASK-ID
                   INVALID KEY MOVE "23" TO MASTAT
               END-START
               IF MASTAT = "00"
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-IF.

           IF WS-FOUND
               MOVE "N" TO WS-ORPHAN-SWITCH
           ELSE
               MOVE "Y" TO WS-ORPHAN-SWITCH
           END-IF.

       B510-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B520-CLOSE-OWNER SECTION.
      ********************************

           IF NOT WS-ORPHAN
               GO TO B520-EXIT
           END-IF.

           MOVE SPACES TO WS-FND-LINE.
           MOVE "MAILBODY" TO WS-FL-FILE.
           MOVE WS-CUR-OWNER TO WS-FL-KEY.
           MOVE "ORPHAN-BODY" TO WS-FL-PROBLEM.
           STRING WS-OWNER-SEGS DELIMITED BY SIZE
                  " segment(s), no owner on file" DELIMITED BY SIZE
                  INTO WS-FL-DETAIL
           END-STRING.

           IF WS-REPAIR-MODE
               MOVE "DELETED" TO WS-FL-ACTION
               ADD 1 TO WS-FIX-PURGED-OWNERS
               ADD WS-OWNER-SEGS TO WS-FIX-PURGED-SEGS

               MOVE "BODY-PURGE" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-DETAILS
               STRING "owner=" DELIMITED BY SIZE
                      WS-CUR-OWNER DELIMITED BY SPACE
                      " segs=" DELIMITED BY SIZE
                      WS-OWNER-SEGS DELIMITED BY SIZE
                      " reason=ORPHAN" DELIMITED BY SIZE
                      INTO WS-AUD-DETAILS
               END-STRING
               PERFORM Z500-WRITE-AUDIT
           END-IF.

           ADD 1 TO WS-FND-ORPHAN-BODY.
           PERFORM Z600-WRITE-FINDING.

       B520-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B900-PRINT-TOTALS SECTION.
      ********************************

           MOVE SPACES TO IR-LINE.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "SCHEDULES CHECKED    " DELIMITED BY SIZE
                  WS-SCHED-COUNT          DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "QUEUE ENTRIES        " DELIMITED BY SIZE
                  WS-QUEUE-COUNT          DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "REJECTED ENTRIES     " DELIMITED BY SIZE
                  WS-REJECT-COUNT         DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "APPROVALS            " DELIMITED BY SIZE
                  WS-APPR-COUNT           DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "DISTRIBUTION LISTS   " DELIMITED BY SIZE
                  WS-LIST-COUNT           DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "BODY SEGMENT OWNERS  " DELIMITED BY SIZE
                  WS-OWNER-COUNT          DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILSCHED MISSING-TPL    " DELIMITED BY SIZE
                  WS-FND-SCHED-TPL            DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILSCHED MISSING-LIST   " DELIMITED BY SIZE
                  WS-FND-SCHED-LIST           DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILSCHED MISSING-PROF   " DELIMITED BY SIZE
                  WS-FND-SCHED-PROF           DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILQUEUE MISSING-TPL    " DELIMITED BY SIZE
                  WS-FND-QUEUE-TPL            DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILQUEUE MISSING-BODY   " DELIMITED BY SIZE
                  WS-FND-QUEUE-BODY           DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILQUEUE MISSING-PROF   " DELIMITED BY SIZE
                  WS-FND-QUEUE-PROF           DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILAPPR  STALE-APPR     " DELIMITED BY SIZE
                  WS-FND-STALE-APPR           DELIMITED BY SIZE
                  "  PENDING OVER "           DELIMITED BY SIZE
                  WS-APPR-MAX-DAYS            DELIMITED BY SIZE
                  " DAYS"                     DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILDIST  ALL-SUPPR      " DELIMITED BY SIZE
                  WS-FND-ALL-SUPPR            DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "MAILBODY  ORPHAN-BODY    " DELIMITED BY SIZE
                  WS-FND-ORPHAN-BODY          DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "BROKEN REFERENCES        " DELIMITED BY SIZE
                  WS-FND-TOTAL                DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           WRITE IR-LINE.

           IF NOT WS-REPAIR-MODE
               MOVE "REPORT ONLY - NOTHING CHANGED" TO IR-LINE
               WRITE IR-LINE
               GO TO B900-EXIT
           END-IF.

           MOVE SPACES TO IR-LINE.
           STRING "SCHEDULES PAUSED     " DELIMITED BY SIZE
                  WS-FIX-PAUSED           DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "APPROVALS EXPIRED    " DELIMITED BY SIZE
                  WS-FIX-EXPIRED          DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           STRING "BODY OWNERS PURGED   " DELIMITED BY SIZE
                  WS-FIX-PURGED-OWNERS    DELIMITED BY SIZE
                  "  SEGMENTS DELETED "   DELIMITED BY SIZE
                  WS-FIX-PURGED-SEGS      DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

       B900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z101-READ-MAILSCHED-NEXT SECTION.
      ********************************

           READ MAILSCHED NEXT RECORD
               AT END MOVE "10" TO SCSTAT
           END-READ.

       Z101-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z201-READ-MAILQUEUE-NEXT SECTION.
      ********************************

           READ MAILQUEUE
               AT END MOVE "10" TO MQSTAT
           END-READ.

       Z201-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z251-READ-MAILREJQ-NEXT SECTION.
      ********************************

           READ MAILREJQ
               AT END MOVE "10" TO RJSTAT
           END-READ.

       Z251-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z301-READ-MAILAPPR-NEXT SECTION.
      ********************************

           READ MAILAPPR NEXT RECORD
               AT END MOVE "10" TO APSTAT
           END-READ.

       Z301-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z401-READ-MAILDIST-NEXT SECTION.
      ********************************

           READ MAILDIST NEXT RECORD
               AT END MOVE "10" TO DLSTAT
           END-READ.

       Z401-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z500-WRITE-AUDIT SECTION.
      ********************************

      *    Appends one fixed-column line - timestamp, operator,
      *    action, details - to the MAILAUDIT trail.  The file is
      *    opened EXTEND per event so a crash never loses more than
      *    the line being written.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-STAMP.

      *    One file per calendar month - MAILAUDIT.YYYYMM - so a
      *    month of activity can be searched without reading every
      *    line ever written.
           MOVE SPACES TO AU-FILE-NAME.
           STRING "MAILAUDIT."      DELIMITED BY SIZE
                  WS-AUD-STAMP(1:6) DELIMITED BY SIZE
                  INTO AU-FILE-NAME
           END-STRING.

           OPEN EXTEND MAILAUDIT.

           IF AUSTAT NOT = "00"
               OPEN OUTPUT MAILAUDIT
               CLOSE MAILAUDIT
               OPEN EXTEND MAILAUDIT
           END-IF.

           MOVE SPACES TO AU-LINE.
           STRING WS-AUD-STAMP    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-OPERATOR-ID  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-AUD-ACTION   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-AUD-DETAILS  DELIMITED BY SIZE
                  INTO AU-LINE
           END-STRING.

           WRITE AU-LINE.

           CLOSE MAILAUDIT.

       Z500-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z501-READ-MAILBODY-NEXT SECTION.
      ********************************

           READ MAILBODY NEXT RECORD
               AT END MOVE "10" TO MBSTAT
           END-READ.

       Z501-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z600-WRITE-FINDING SECTION.
      ********************************

           ADD 1 TO WS-FND-TOTAL.

           MOVE WS-FND-LINE TO IR-LINE.
           WRITE IR-LINE.

       Z600-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z610-FIND-TEMPLATE SECTION.
      ********************************

           MOVE "N" TO WS-FOUND-SWITCH.

           IF NOT WS-TPL-OPEN
               GO TO Z610-EXIT
           END-IF.

           MOVE WS-CHK-TEMPLATE-ID TO TP-TEMPLATE-ID.
           READ MAILTPL RECORD
               INVALID KEY MOVE "23" TO TPSTAT
           END-READ.

           IF TPSTAT = "00"
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

       Z610-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z620-FIND-PROFILE SECTION.
      ********************************

           MOVE "N" TO WS-FOUND-SWITCH.

           IF NOT WS-PROF-OPEN
               GO TO Z620-EXIT
           END-IF.

           MOVE WS-CHK-PROFILE-ID TO PF-PROFILE-ID.
           READ MAILPROF RECORD
               INVALID KEY MOVE "23" TO PFSTAT
           END-READ.

           IF PFSTAT = "00"
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

       Z620-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z630-FIND-LIST SECTION.
      ********************************

           MOVE "N" TO WS-FOUND-SWITCH.

           IF NOT WS-DIST-OPEN
               GO TO Z630-EXIT
           END-IF.

           MOVE WS-CHK-LIST-NAME TO DL-LIST-NAME.
           MOVE LOW-VALUES TO DL-MEMBER-ADDR.
           START MAILDIST KEY IS NOT LESS THAN DL-LIST-KEY
               INVALID KEY MOVE "23" TO DLSTAT
           END-START.

           IF DLSTAT = "00"
               PERFORM Z401-READ-MAILDIST-NEXT
           END-IF.

           IF DLSTAT = "00" AND DL-LIST-NAME = WS-CHK-LIST-NAME
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

       Z630-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z640-FIND-BODY-OWNER SECTION.
      ********************************

           MOVE "N" TO WS-FOUND-SWITCH.

           IF NOT WS-BODY-OPEN
               GO TO Z640-EXIT
           END-IF.

           MOVE WS-BODY-OWNER-ID TO MB-OWNER-ID.
           MOVE ZERO TO MB-SEG-NO.
           START MAILBODY KEY IS NOT LESS THAN MB-BODY-KEY
               INVALID KEY MOVE "23" TO MBSTAT
           END-START.

           IF MBSTAT = "00"
               PERFORM Z501-READ-MAILBODY-NEXT
           END-IF.

           IF MBSTAT = "00" AND MB-OWNER-ID = WS-BODY-OWNER-ID
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

       Z640-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z650-DELETE-OWNER-SEGMENTS SECTION.
      ********************************

      *    Deletes every MAILBODY segment under WS-BODY-OWNER-ID,
      *    counting them in WS-OWNER-SEGS.
           MOVE WS-BODY-OWNER-ID TO MB-OWNER-ID.
           MOVE ZERO TO MB-SEG-NO.

           START MAILBODY KEY IS NOT LESS THAN MB-BODY-KEY
               INVALID KEY MOVE "23" TO MBSTAT
           END-START.

           IF MBSTAT = "00"
               PERFORM Z501-READ-MAILBODY-NEXT
           END-IF.

           PERFORM UNTIL MBSTAT NOT = "00"
                            OR MB-OWNER-ID NOT = WS-BODY-OWNER-ID
               DELETE MAILBODY RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-OWNER-SEGS
               PERFORM Z501-READ-MAILBODY-NEXT
           END-PERFORM.

       Z650-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z700-OPEN-MAILINTR SECTION.
      ********************************

           OPEN OUTPUT MAILINTR.

           IF IRSTAT NOT = "00"
               DISPLAY "MailIntegrity: report file "
                       WS-INTR-FILE-NAME(1:60)
                       " cannot be written (status " IRSTAT
                       "), nothing checked"
               MOVE 12 TO WS-COMPLETION-CODE
               GO TO Z700-EXIT
           END-IF.

           SET WS-INTR-OPEN TO TRUE.

           MOVE SPACES TO IR-LINE.
           STRING "CROSS-FILE INTEGRITY  MODE " DELIMITED BY SIZE
                  WS-MODE                       DELIMITED BY SPACE
                  "  RUN "                      DELIMITED BY SIZE
                  WS-TODAY-DATE(1:8)            DELIMITED BY SIZE
                  "  STALE APPROVAL AGE "       DELIMITED BY SIZE
                  WS-APPR-MAX-DAYS              DELIMITED BY SIZE
                  " DAYS"                       DELIMITED BY SIZE
                  INTO IR-LINE
           END-STRING.
           WRITE IR-LINE.

           MOVE SPACES TO IR-LINE.
           WRITE IR-LINE.

           MOVE "FILE      KEY" TO IR-LINE.
           MOVE "PROBLEM"       TO IR-LINE(56:7).
           MOVE "DETAIL"        TO IR-LINE(69:6).
           MOVE "REPAIR"        TO IR-LINE(120:6).
           WRITE IR-LINE.

           MOVE ALL "-" TO IR-LINE(1:132).
           WRITE IR-LINE.

       Z700-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z900-CLOSE-FILES SECTION.
      ********************************

           IF WS-INTR-OPEN
               CLOSE MAILINTR
           END-IF.

           IF WS-SCHED-OPEN
               CLOSE MAILSCHED
           END-IF.

           IF WS-QUEUE-OPEN
               CLOSE MAILQUEUE
           END-IF.

           IF WS-REJQ-OPEN
               CLOSE MAILREJQ
           END-IF.

           IF WS-APPR-OPEN
               CLOSE MAILAPPR
           END-IF.

           IF WS-BODY-OPEN
               CLOSE MAILBODY
           END-IF.

           IF WS-DIST-OPEN
               CLOSE MAILDIST
           END-IF.

           IF WS-SUPP-OPEN
               CLOSE MAILSUPP
           END-IF.

           IF WS-TPL-OPEN
               CLOSE MAILTPL
           END-IF.

           IF WS-PROF-OPEN
               CLOSE MAILPROF
           END-IF.

           IF WS-LIST-OPEN
               CLOSE MAILLIST
           END-IF.

           IF WS-ARCH-OPEN
               CLOSE MAILARCH
           END-IF.

       Z900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z960-VERIFY-OPERATOR SECTION.
      ********************************

      *    The scheduler's X_OPERATOR_ID must name a real, active
      *    operator on MAILOPER - an unknown, inactive or locked-out
      *    id runs nothing and ends the step with code 12.
           MOVE "N" TO WS-OPER-VERIFIED-SW.
           MOVE SPACES TO WS-OPER-REJECT-REASON.

           OPEN INPUT MAILOPER.
           IF OPSTAT NOT = "00"
               MOVE "NOFILE" TO WS-OPER-REJECT-REASON
               GO TO Z960-REJECT
           END-IF.

           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
           READ MAILOPER RECORD
               INVALID KEY MOVE "23" TO OPSTAT
           END-READ.

           EVALUATE TRUE
               WHEN OPSTAT NOT = "00"
                   MOVE "UNKNOWN" TO WS-OPER-REJECT-REASON
               WHEN OP-ACTIVE NOT = "Y"
                   MOVE "INACTIVE" TO WS-OPER-REJECT-REASON
               WHEN OP-LOCKED = "Y"
                   MOVE "LOCKED" TO WS-OPER-REJECT-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-OPER-VERIFIED-SW
           END-EVALUATE.

           CLOSE MAILOPER.

           IF WS-OPERATOR-VERIFIED
               GO TO Z960-EXIT
           END-IF.

       Z960-REJECT.
           DISPLAY "MailIntegrity: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailIntegrity oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
