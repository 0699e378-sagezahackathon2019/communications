      * submits each pending request through the same MailTaskSubmitter
      * SDK handle sequence the SendMail screen uses, with no operator
      * present.
      *
      * X_BATCH_PREVIEW=Y makes it a dry run: the current queue goes
      * through the same expansion, template, suppression, consent,
      * profile, cap and chunking steps, but nothing is submitted,
      * no entry is marked DONE and no MAILLIST row is written.  The
      * MAILPRVR impact report (X_PREVIEW_REPORT, default
      * MAILPRVR.TXT) shows per entry what the real run would do,
      * then the totals by profile, for a supervisor to sign off the
      * night's volume before the real run is released.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MAILSUPP.sl".
       COPY "MAILPROF.sl".
       COPY "MAILBODY.sl".
       COPY "MAILRUNC.sl".
       COPY "MAILOPER.sl".
       COPY "MAILHOUR.sl".
       COPY "MAILPREF.sl".
       COPY "MAILPRVR.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILQUEUE.fd".
       COPY "MAILSUPP.fd".
       COPY "MAILPROF.fd".
       COPY "MAILBODY.fd".
       COPY "MAILRUNC.fd".
       COPY "MAILOPER.fd".
       COPY "MAILHOUR.fd".
       COPY "MAILPREF.fd".
       COPY "MAILPRVR.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "crtvars.def".
       77  SPSTAT                      PIC X(2).
       77  PFSTAT                      PIC X(2).
       77  MBSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).
       77  HRSTAT                      PIC X(2).
       77  PRSTAT                      PIC X(2).
       77  PVSTAT                      PIC X(2).

      *    Connection profile resolution - MQ-PROFILE-ID names the
      *    MAILPROF entry the queue entry goes out under, or spaces
           05  WS-TPL-NAME             PIC X(100).
           05  WS-TPL-AMOUNT           PIC X(20).
           05  WS-TPL-DATE             PIC X(20).
           05  WS-TPL-ACCOUNT          PIC X(20).
       01  WS-TPL-OK-SWITCH            PIC X VALUE "N".
           88  WS-TPL-OK               VALUE "Y".

       01  WS-ENTRY-SUPP-COUNT         PIC 9(4).
       01  WS-SUPP-SEQ                 PIC 9(4) VALUE ZERO.
       01  WS-SUPP-STAMP               PIC X(21).
      *    "SUPPRESSED" or "OPTED-OUT" - the status the skipped
      *    recipient's MAILLIST row is written with.
       01  WS-SKIP-STATUS              PIC X(20).

      *    Consent preferences - a recipient opted out on MAILPREF of
      *    the category of the entry's template is skipped the same
      *    way and logged OPTED-OUT.  An entry with no template, or
      *    a template with no category, is not subject to them.
       01  WS-TPL-CATEGORY             PIC X(10).
       01  WS-ADDR-OPTOUT-SWITCH       PIC X VALUE "N".
           88  WS-ADDR-OPTED-OUT       VALUE "Y".

      *    Audit trail - unattended runs are stamped with the
      *    X_OPERATOR_ID of the scheduler sign-on, or "BATCH" when
       01  WS-AUD-DETAILS              PIC X(300).
       01  WS-AUD-STAMP                PIC X(21).
       COPY "MAILAUDIT.ws".
       01  WS-OPER-VERIFIED-SW         PIC X VALUE "N".
           88  WS-OPERATOR-VERIFIED    VALUE "Y".
       01  WS-OPER-REJECT-REASON       PIC X(8).

       01  WS-BATCH-COUNTS.
           05  WS-SENT-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-DELETED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-DUE-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-PROCESSED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-THROTTLED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-OPTED-OUT-COUNT      PIC 9(6) VALUE ZERO.

      *    Priority passes - B100 reads the queue once per class,
      *    urgent first, then normal, then bulk, and each pass takes
      *    only the due entries of its own class.  The held / deleted
      *    / deferred / already-done counts are taken on the first
      *    pass only, so no entry is counted twice.
       01  WS-PASS-CLASS               PIC X(1).
           88  WS-FIRST-PASS           VALUE "U".
       01  WS-ENTRY-CLASS              PIC X(1).
       01  WS-CLASS-IX                 PIC 9(1).

      *    Send caps - recipients per run and per clock hour for each
      *    profile, from PF-RUN-CAP / PF-HOUR-CAP, or X_RUN_CAP /
      *    X_HOUR_CAP for the environment-default profile (zero is no
      *    cap).  One slot per profile met this run carries its caps,
      *    what it has sent, and what it has throttled by class
      *    (1 urgent, 2 normal, 3 bulk).  The hour's count is read
      *    from and written back to MAILHOUR so the hourly cap holds
      *    across runs.
       01  WS-CAP-ENV                  PIC X(7).
       01  WS-DEFAULT-RUN-CAP          PIC 9(7) VALUE ZERO.
       01  WS-DEFAULT-HOUR-CAP         PIC 9(7) VALUE ZERO.
       01  WS-CAP-THIS-HOUR            PIC X(10).
       01  WS-ENTRY-RECIPS             PIC 9(7).
       01  WS-ENTRY-SENT-RECIPS        PIC 9(7).
       01  WS-CAP-THROTTLE-SW          PIC X VALUE "N".
           88  WS-CAP-THROTTLED        VALUE "Y".
       01  WS-CAP-TABLE.
           05  WS-CAP-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-CAP-ENTRY OCCURS 100.
               10  WS-CAP-PROFILE      PIC X(20).
               10  WS-CAP-RUN-CAP      PIC 9(7).
               10  WS-CAP-HOUR-CAP     PIC 9(7).
               10  WS-CAP-RUN-SENT     PIC 9(7).
               10  WS-CAP-HOUR         PIC X(10).
               10  WS-CAP-HOUR-SENT    PIC 9(7).
               10  WS-CAP-CLOSED-SW    PIC X.
                   88  WS-CAP-CLOSED   VALUE "Y".
               10  WS-CAP-THR-ENTRIES  PIC 9(6) OCCURS 3.
               10  WS-CAP-THR-RECIPS   PIC 9(7) OCCURS 3.
       01  WS-CAP-IX                   PIC 9(3).
       01  WS-CAP-SCAN                 PIC 9(3).
       01  WS-CAP-THR-TOTAL            PIC 9(7).

      *    Trailer written as the last MAILQWRK record once every
      *    survivor is safely copied out - its presence at startup
      *    queue rewrite.
       01  WS-NOW-STAMP                PIC X(12).

      *    Preview mode - every step short of the vendor call, with
      *    what each due entry would do printed on MAILPRVR instead.
      *    Nothing is marked DONE or written to MAILLIST, MAILBODY or
      *    MAILHOUR, and the queue file is left exactly as it was.
       01  WS-PREVIEW-SWITCH           PIC X VALUE "N".
           88  WS-PREVIEW              VALUE "Y".
       01  WS-PRVR-FILE-NAME           PIC X(100).
       01  WS-PV-OPEN-SWITCH           PIC X VALUE "N".
           88  WS-PV-REPORT-OPEN       VALUE "Y".
       01  WS-PV-RESULT                PIC X(80).
       01  WS-PV-FAIL-SWITCH           PIC X VALUE "N".
           88  WS-PV-FAILING           VALUE "Y".
       01  WS-PV-HELD-SWITCH           PIC X VALUE "N".
           88  WS-PV-HELD              VALUE "Y".
       01  WS-PV-OVERFLOW-SWITCH       PIC X VALUE "N".
           88  WS-PV-OVERFLOW          VALUE "Y".
       01  WS-PV-RECIPS                PIC 9(7).
       01  WS-PV-SEND-RECIPS           PIC 9(7).
       01  WS-PV-SUBMITS               PIC 9(3).
       01  WS-PV-ENTRY-SUPPR           PIC 9(5).
       01  WS-PV-ENTRY-OPTED           PIC 9(5).
       01  WS-PV-TEXT                  PIC X(330).
       01  WS-PV-COUNT-LINE.
           05  FILLER                  PIC X(13)
                                       VALUE "  RECIPIENTS ".
           05  WS-PC-RECIPS            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                                       VALUE "   SUBMISSIONS ".
           05  WS-PC-SUBMITS           PIC ZZ9.
           05  FILLER                  PIC X(14)
                                       VALUE "   SUPPRESSED ".
           05  WS-PC-SUPPR             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
                                       VALUE "   OPTED OUT ".
           05  WS-PC-OPTED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11)
                                       VALUE "   TO SEND ".
           05  WS-PC-SEND              PIC Z,ZZZ,ZZ9.
      *    Skipped recipients listed under the entry - the first 20;
      *    the rest are only counted.
       01  WS-PV-SKIP-MAX              PIC 9(2) VALUE 20.
       01  WS-PV-SKIP-COUNT            PIC 9(2).
       01  WS-PV-SKIP-IX               PIC 9(2).
       01  WS-PV-SKIP-TABLE.
           05  WS-PV-SKIP-ENTRY OCCURS 20.
               10  WS-PV-SKIP-STATUS   PIC X(10).
               10  WS-PV-SKIP-ADDR     PIC X(100).
       01  WS-PV-TOTALS.
           05  WS-PV-ENTRY-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-PV-SEND-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-PV-FAIL-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-PV-HELD-COUNT        PIC 9(6) VALUE ZERO.
      *    Totals by profile for the sign-off - slot 101 gathers any
      *    profiles beyond the first hundred and slot 102 is the
      *    total over all of them.
       01  WS-PV-PROF-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PV-PROF-IX               PIC 9(3).
       01  WS-PV-PROF-SCAN             PIC 9(3).
       01  WS-PV-PROF-TABLE.
           05  WS-PV-PROF-ENTRY OCCURS 102.
               10  WS-PV-PROF-ID       PIC X(20).
               10  WS-PV-PROF-ENTRIES  PIC 9(6).
               10  WS-PV-PROF-RECIPS   PIC 9(7).
               10  WS-PV-PROF-SUBMITS  PIC 9(6).
               10  WS-PV-PROF-SUPPR    PIC 9(7).
               10  WS-PV-PROF-OPTED    PIC 9(7).
               10  WS-PV-PROF-SEND     PIC 9(7).
               10  WS-PV-PROF-FAILING  PIC 9(6).
               10  WS-PV-PROF-HELD     PIC 9(6).
       01  WS-PV-PROF-LINE.
           05  WS-PL-PROFILE           PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-ENTRIES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-RECIPS            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-SUBMITS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-SUPPR             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-OPTED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-SEND              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-FAILING           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-HELD              PIC ZZZ,ZZ9.

       COPY "MAILRUNC.ws".

       PROCEDURE                   DIVISION.
       DECLARATIVES.
       INPUT-ERROR SECTION.

           PERFORM A100-INITIAL.

           IF WS-OPERATOR-VERIFIED
               PERFORM B100-PROCESS-QUEUE
               PERFORM A900-REPORT-RESULTS
               PERFORM Z900-CLOSE-FILES
           END-IF.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.


           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.

           MOVE SPACES TO WS-CAP-ENV.
           ACCEPT WS-CAP-ENV FROM ENVIRONMENT "X_RUN_CAP".
           IF WS-CAP-ENV NOT = SPACES
               COMPUTE WS-DEFAULT-RUN-CAP = FUNCTION NUMVAL(WS-CAP-ENV)
           END-IF.

           MOVE SPACES TO WS-CAP-ENV.
           ACCEPT WS-CAP-ENV FROM ENVIRONMENT "X_HOUR_CAP".
           IF WS-CAP-ENV NOT = SPACES
               COMPUTE WS-DEFAULT-HOUR-CAP =
                   FUNCTION NUMVAL(WS-CAP-ENV)
           END-IF.

           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "X_OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERATOR-ID
           END-IF.

           ACCEPT WS-PREVIEW-SWITCH FROM ENVIRONMENT "X_BATCH_PREVIEW".
           IF WS-PREVIEW-SWITCH NOT = "Y"
               MOVE "N" TO WS-PREVIEW-SWITCH
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

      *    A preview changes nothing - not even the restore of an
      *    interrupted queue rewrite, which is left to the real run
      *    and noted on the report.
           IF WS-PREVIEW
               PERFORM E000-OPEN-PREVIEW
               PERFORM Z100-OPEN-MAILQUEUE
           ELSE
               PERFORM Z903-RECOVER-MAILQWRK
               PERFORM Z100-OPEN-MAILQUEUE
               PERFORM Z200-OPEN-MAILLIST
           END-IF.
           PERFORM Z300-OPEN-MAILTPL.
           PERFORM Z400-OPEN-MAILDIST.
           PERFORM Z410-OPEN-MAILSUPP.
           PERFORM Z419-OPEN-MAILPROF.
           PERFORM Z430-OPEN-MAILBODY.
           PERFORM Z439-OPEN-MAILHOUR.
           PERFORM Z412-OPEN-MAILPREF.

      *    Nothing may be sent that cannot be recorded - without
      *    MAILLIST the queue is left untouched for the re-run.
           IF MLSTAT NOT = "00" AND NOT WS-PREVIEW
               DISPLAY "SendMailBatch: MAILLIST not available (status "
                       MLSTAT "), nothing sent"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

       A100-EXIT.
      ********************************
       A900-REPORT-RESULTS SECTION.
      ********************************

      *    A preview sent nothing, so it writes no RUN-TOTALS or
      *    THROTTLED lines for the balancing run to find.
           IF WS-PREVIEW
               PERFORM E900-PREVIEW-TOTALS
               GO TO A900-EXIT
           END-IF.

           DISPLAY "SendMailBatch: " WS-SENT-COUNT " sent, "
                   WS-FAILED-COUNT " failed, "
                   WS-DEFERRED-COUNT " deferred to a later run, "
                   WS-SUPPRESSED-COUNT " recipient(s) suppressed, "
                   WS-OPTED-OUT-COUNT " opted out, "
                   WS-HELD-COUNT " held, "
                   WS-DELETED-COUNT " deleted entr(ies) dropped".

           IF WS-THROTTLED-COUNT > ZERO
               DISPLAY "SendMailBatch: " WS-THROTTLED-COUNT
                       " entr(ies) over a send cap carried forward"
           END-IF.

           IF WS-ALREADY-DONE-COUNT > ZERO
               DISPLAY "SendMailBatch: restarted run - "
                       WS-ALREADY-DONE-COUNT
                  WS-HELD-COUNT DELIMITED BY SIZE
                  " deleted=" DELIMITED BY SIZE
                  WS-DELETED-COUNT DELIMITED BY SIZE
                  " due=" DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
                  " processed=" DELIMITED BY SIZE
                  WS-PROCESSED-COUNT DELIMITED BY SIZE
                  " throttled=" DELIMITED BY SIZE
                  WS-THROTTLED-COUNT DELIMITED BY SIZE
                  " optedout=" DELIMITED BY SIZE
                  WS-OPTED-OUT-COUNT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

      *    One THROTTLED line per profile that carried entries
      *    forward, by class - the balancing run ties them back to
      *    the throttled= count above.
           PERFORM A910-REPORT-THROTTLED
               VARYING WS-CAP-SCAN FROM 1 BY 1
               UNTIL WS-CAP-SCAN > WS-CAP-COUNT.

           ADD WS-SENT-COUNT WS-FAILED-COUNT
               GIVING WS-RUN-READ-COUNT.
           MOVE WS-SENT-COUNT   TO WS-RUN-DONE-COUNT.
           MOVE WS-FAILED-COUNT TO WS-RUN-EXCEPT-COUNT.

           IF WS-FAILED-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A910-REPORT-THROTTLED SECTION.
      ********************************

           ADD WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 1)
               WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 2)
               WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 3)
               GIVING WS-CAP-THR-TOTAL.

           IF WS-CAP-THR-TOTAL = ZERO
               GO TO A910-EXIT
           END-IF.

           DISPLAY "SendMailBatch: throttled profile "
                   WS-CAP-PROFILE(WS-CAP-SCAN)
                   " urgent " WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 1)
                   " normal " WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 2)
                   " bulk " WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 3).

           MOVE "THROTTLED" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "profile=" DELIMITED BY SIZE
                  WS-CAP-PROFILE(WS-CAP-SCAN) DELIMITED BY SIZE
                  " urgent=" DELIMITED BY SIZE
                  WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 1) DELIMITED BY SIZE
                  " normal=" DELIMITED BY SIZE
                  WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 2) DELIMITED BY SIZE
                  " bulk=" DELIMITED BY SIZE
                  WS-CAP-THR-ENTRIES(WS-CAP-SCAN, 3) DELIMITED BY SIZE
                  " urgent-recips=" DELIMITED BY SIZE
                  WS-CAP-THR-RECIPS(WS-CAP-SCAN, 1) DELIMITED BY SIZE
                  " normal-recips=" DELIMITED BY SIZE
                  WS-CAP-THR-RECIPS(WS-CAP-SCAN, 2) DELIMITED BY SIZE
                  " bulk-recips=" DELIMITED BY SIZE
                  WS-CAP-THR-RECIPS(WS-CAP-SCAN, 3) DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       A910-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B100-PROCESS-QUEUE SECTION.
      ********************************

           IF WS-EOF
               GO TO B100-EXIT
           END-IF.

      *    Urgent mail goes first so it is never the mail left over
      *    when a profile reaches its send cap.
           MOVE "U" TO WS-PASS-CLASS.
           PERFORM B101-PASS-QUEUE.

           MOVE "N" TO WS-PASS-CLASS.
           PERFORM B101-PASS-QUEUE.

           MOVE "B" TO WS-PASS-CLASS.
           PERFORM B101-PASS-QUEUE.

       B100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B101-PASS-QUEUE SECTION.
      ********************************

      *    Each pass after the first re-opens the queue from the top.
      *    Entries taken by an earlier pass are already marked DONE;
      *    a queue that will not re-open leaves this pass's class
      *    waiting for the next run.
           IF NOT WS-FIRST-PASS
               CLOSE MAILQUEUE
               IF WS-PREVIEW
                   OPEN INPUT MAILQUEUE
               ELSE
                   OPEN I-O MAILQUEUE
               END-IF
               IF MQSTAT NOT = "00"
                   DISPLAY "SendMailBatch: MAILQUEUE not re-opened "
                           "(status " MQSTAT "), class "
                           WS-PASS-CLASS " left for the next run"
                   IF WS-COMPLETION-CODE < 8
                       MOVE 8 TO WS-COMPLETION-CODE
                   END-IF
                   GO TO B101-EXIT
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

           PERFORM Z101-READ-MAILQUEUE.

           PERFORM UNTIL WS-EOF
               PERFORM B102-SET-ENTRY-CLASS
               EVALUATE TRUE
                   WHEN MQ-STATUS = "DONE"
                       IF WS-FIRST-PASS
                           ADD 1 TO WS-ALREADY-DONE-COUNT
                       END-IF
                   WHEN MQ-STATUS = "HOLD"
                       IF WS-FIRST-PASS
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                   WHEN MQ-STATUS = "DELETED"
                       IF WS-FIRST-PASS
                           ADD 1 TO WS-DELETED-COUNT
                       END-IF
                   WHEN MQ-NOT-BEFORE NOT = SPACES
                       AND MQ-NOT-BEFORE > WS-NOW-STAMP
                       IF WS-FIRST-PASS
                           ADD 1 TO WS-DEFERRED-COUNT
                       END-IF
                   WHEN WS-ENTRY-CLASS NOT = WS-PASS-CLASS
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM B110-SEND-ONE
               END-EVALUATE
               PERFORM Z101-READ-MAILQUEUE
           END-PERFORM.

       B101-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B102-SET-ENTRY-CLASS SECTION.
      ********************************

           EVALUATE MQ-PRIORITY
               WHEN "U"
                   MOVE "U" TO WS-ENTRY-CLASS
                   MOVE 1 TO WS-CLASS-IX
               WHEN "B"
                   MOVE "B" TO WS-ENTRY-CLASS
                   MOVE 3 TO WS-CLASS-IX
               WHEN OTHER
                   MOVE "N" TO WS-ENTRY-CLASS
                   MOVE 2 TO WS-CLASS-IX
           END-EVALUATE.

       B102-EXIT.
      ********************************
           EXIT.

           INITIALIZE WS-MAIL-REC.
           ACCEPT WS-MAIL-FROM FROM ENVIRONMENT "X_MAIL_FROM".
           MOVE MQ-TO      TO WS-MAIL-TO.
           IF WS-PREVIEW
               PERFORM E010-PREVIEW-START-ENTRY
           END-IF.
           MOVE MQ-SUBJECT TO WS-MAIL-SUBJECT.
           MOVE MQ-ATTACHMENTS TO WS-MAIL-ATTACH.
           MOVE MQ-PROFILE-ID  TO WS-PROFILE-ID.
           MOVE SPACES TO WS-TPL-CATEGORY.

      *    MQ-BODY is segment 1 of the entry's body - when the entry
      *    names a body id, the MAILBODY continuation segments keyed
      *    before any of those paths run.
           PERFORM Z401-EXPAND-RECIPIENTS.

           IF WS-PREVIEW
               PERFORM B133-COUNT-ENTRY-RECIPS
               MOVE WS-ENTRY-RECIPS TO WS-PV-RECIPS
           END-IF.

      *    A missing profile is as permanent as a missing template -
      *    no retry will create it, and the entry must never go out
      *    under another branch's credentials - so the rows are
      *    alone.
           PERFORM Z420-RESOLVE-PROFILE.
           IF NOT WS-PROF-FOUND
               IF WS-PREVIEW
                   MOVE "WOULD FAIL - PROFILE NOT FOUND"
                       TO WS-PV-RESULT
                   PERFORM E020-PREVIEW-FAILURE
                   GO TO B110-EXIT
               END-IF
               MOVE "FAILED-FINAL" TO WS-MAIL-STATUS
               DISPLAY "SendMailBatch: profile not found "
                       WS-PROFILE-ID
               GO TO B110-EXIT
           END-IF.

      *    An entry that would take its profile over a send cap is
      *    left unmarked - the end-of-run rewrite keeps it and the
      *    next run takes it first in its class.
           PERFORM B130-CHECK-SEND-CAP.
           IF WS-CAP-THROTTLED
               IF WS-PREVIEW
                   MOVE "HELD - OVER SEND CAP, CARRIED FORWARD"
                       TO WS-PV-RESULT
                   MOVE "Y" TO WS-PV-HELD-SWITCH
                   PERFORM E100-PREVIEW-ENTRY
               END-IF
               GO TO B110-EXIT
           END-IF.

           IF MQ-TEMPLATE-ID NOT = SPACES
               PERFORM B115-APPLY-QUEUE-TEMPLATE
               IF NOT WS-TPL-OK
      *    will find it, and the raw queue text must never go out in
      *    its place - so the row is parked FAILED-FINAL, which the
      *    MailRetry sweep leaves alone.
                   IF WS-PREVIEW
                       MOVE "WOULD FAIL - TEMPLATE NOT FOUND"
                           TO WS-PV-RESULT
                       PERFORM E020-PREVIEW-FAILURE
                       GO TO B110-EXIT
                   END-IF
                   MOVE "FAILED-FINAL" TO WS-MAIL-STATUS
                   DISPLAY "SendMailBatch: template not found "
                           MQ-TEMPLATE-ID

           IF WS-EXP-CHUNK-COUNT = ZERO
               AND WS-ENTRY-SUPP-COUNT > ZERO
               DISPLAY "SendMailBatch: every recipient suppressed or "
                       "opted out, nothing sent for " MQ-SUBJECT(1:60)
               IF WS-PREVIEW
                   MOVE "NOTHING SENT - ALL SUPPRESSED / OPTED OUT"
                       TO WS-PV-RESULT
                   PERFORM E100-PREVIEW-ENTRY
                   GO TO B110-EXIT
               END-IF
               PERFORM Z103-MARK-ENTRY-DONE
               GO TO B110-EXIT
           END-IF.

      *    The preview stops short of the vendor - the entry is
      *    reported and counted against the caps in memory only, so
      *    later entries are judged as the real run would judge them.
           IF WS-PREVIEW
               PERFORM E030-PREVIEW-SEND
               PERFORM B135-RECORD-CAP-USAGE
               GO TO B110-EXIT
           END-IF.

      *    One vendor submission per chunk of the expanded recipient
      *    string - each gets its own TaskId and its own MAILLIST
      *    rows, so every member of a large list is sent to and
               VARYING WS-EXP-CHUNK-IX FROM 1 BY 1
               UNTIL WS-EXP-CHUNK-IX > WS-EXP-CHUNK-COUNT.

           PERFORM B135-RECORD-CAP-USAGE.

           PERFORM Z103-MARK-ENTRY-DONE.

       B110-EXIT.
           MOVE MQ-VAR-NAME    TO WS-TPL-NAME.
           MOVE MQ-VAR-AMOUNT  TO WS-TPL-AMOUNT.
           MOVE MQ-VAR-DATE    TO WS-TPL-DATE.
           MOVE MQ-VAR-ACCOUNT TO WS-TPL-ACCOUNT.

           PERFORM Z301-READ-TEMPLATE.

           IF TPSTAT = "00"
               MOVE TP-CATEGORY TO WS-TPL-CATEGORY
               PERFORM Z310-APPLY-TEMPLATE
               MOVE "Y" TO WS-TPL-OK-SWITCH
           END-IF.
      ********************************

      *    Re-walks the expanded recipients, keeping only addresses
      *    not on the MAILSUPP list and not opted out of the
      *    template's category on MAILPREF.  Each skipped recipient
      *    is logged to MAILLIST as a SUPPRESSED or OPTED-OUT row
      *    (processed stamp set, so no sweep chases it) and reported
      *    on the console.
      *    The chunk table is copied aside and rebuilt from the
      *    survivors, re-chunking as it goes.
           MOVE ZERO TO WS-ENTRY-SUPP-COUNT.
                        WITH POINTER WS-RECIP-POINTER
               IF FUNCTION TRIM(WS-RECIPIENT) NOT = SPACES
                   PERFORM Z411-CHECK-SUPPRESSED-ADDR
                   PERFORM Z413-CHECK-OPTED-OUT
                   EVALUATE TRUE
                       WHEN WS-ADDR-SUPPRESSED
                           MOVE "SUPPRESSED" TO WS-SKIP-STATUS
                           ADD 1 TO WS-ENTRY-SUPP-COUNT
                           ADD 1 TO WS-SUPPRESSED-COUNT
                           PERFORM B117-LOG-SUPPRESSED-ONE
                       WHEN WS-ADDR-OPTED-OUT
                           MOVE "OPTED-OUT" TO WS-SKIP-STATUS
                           ADD 1 TO WS-ENTRY-SUPP-COUNT
                           ADD 1 TO WS-OPTED-OUT-COUNT
                           PERFORM B117-LOG-SUPPRESSED-ONE
                       WHEN OTHER
                           MOVE FUNCTION TRIM(WS-RECIPIENT)
                               TO WS-EXP-ADDR
                           PERFORM Z403-APPEND-RECIPIENT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       B117-LOG-SUPPRESSED-ONE SECTION.
      ********************************

           IF WS-PREVIEW
               PERFORM E110-PREVIEW-NOTE-SKIPPED
               GO TO B117-EXIT
           END-IF.

           ADD 1 TO WS-SUPP-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-SUPP-STAMP.

           MOVE WS-MAIL-BODY TO ML-BODY.
           MOVE WS-MAIL-ATTACH TO ML-ATTACHMENTS.
           MOVE WS-PROFILE-ID TO ML-PROFILE-ID.
           MOVE MQ-TEMPLATE-ID TO ML-TEMPLATE-ID.
           MOVE MQ-ORIG-SYSTEM TO ML-ORIG-SYSTEM.
           MOVE MQ-ORIG-REF TO ML-ORIG-REF.
           MOVE WS-SUPP-STAMP TO ML-DATE-SENT.
           MOVE WS-SKIP-STATUS TO ML-STATUS.
           MOVE WS-SUPP-STAMP TO ML-DATE-PROCESSED.

           WRITE ML-REC.

           IF WS-SKIP-STATUS = "OPTED-OUT"
               DISPLAY "SendMailBatch: opted-out recipient skipped "
                       ML-TO(1:60) " " WS-TPL-CATEGORY
           ELSE
               DISPLAY "SendMailBatch: suppressed recipient skipped "
                       ML-TO(1:60)
           END-IF.

       B117-EXIT.
      ********************************
      ********************************
           EXIT.

      ******************************************************************
       B130-CHECK-SEND-CAP SECTION.
      ********************************

           MOVE "N" TO WS-CAP-THROTTLE-SW.

           PERFORM B131-FIND-CAP-SLOT.
           IF WS-CAP-IX = ZERO
               GO TO B130-EXIT
           END-IF.

           PERFORM B133-COUNT-ENTRY-RECIPS.

      *    A run that crosses the hour starts the new hour's count.
           MOVE FUNCTION CURRENT-DATE TO WS-CAP-THIS-HOUR.
           IF WS-CAP-HOUR(WS-CAP-IX) NOT = WS-CAP-THIS-HOUR
               MOVE WS-CAP-THIS-HOUR TO WS-CAP-HOUR(WS-CAP-IX)
               MOVE ZERO TO WS-CAP-HOUR-SENT(WS-CAP-IX)
           END-IF.

      *    Once a profile has carried an entry forward it takes
      *    nothing more this run, so a later, smaller entry cannot
      *    overtake one already waiting.  An entry bigger than a cap
      *    on its own goes when nothing else has been counted against
      *    that cap yet - otherwise it could never go at all.
           IF WS-CAP-CLOSED(WS-CAP-IX)
               MOVE "Y" TO WS-CAP-THROTTLE-SW
           END-IF.

           IF WS-CAP-RUN-CAP(WS-CAP-IX) > ZERO
               AND WS-CAP-RUN-SENT(WS-CAP-IX) > ZERO
               AND WS-CAP-RUN-SENT(WS-CAP-IX) + WS-ENTRY-RECIPS
                   > WS-CAP-RUN-CAP(WS-CAP-IX)
               MOVE "Y" TO WS-CAP-THROTTLE-SW
           END-IF.

           IF WS-CAP-HOUR-CAP(WS-CAP-IX) > ZERO
               AND WS-CAP-HOUR-SENT(WS-CAP-IX) > ZERO
               AND WS-CAP-HOUR-SENT(WS-CAP-IX) + WS-ENTRY-RECIPS
                   > WS-CAP-HOUR-CAP(WS-CAP-IX)
               MOVE "Y" TO WS-CAP-THROTTLE-SW
           END-IF.

           IF NOT WS-CAP-THROTTLED
               GO TO B130-EXIT
           END-IF.

           MOVE "Y" TO WS-CAP-CLOSED-SW(WS-CAP-IX).
           ADD 1 TO WS-THROTTLED-COUNT.
           ADD 1 TO WS-CAP-THR-ENTRIES(WS-CAP-IX, WS-CLASS-IX).
           ADD WS-ENTRY-RECIPS
               TO WS-CAP-THR-RECIPS(WS-CAP-IX, WS-CLASS-IX).

           DISPLAY "SendMailBatch: send cap reached for profile "
                   WS-PROFILE-ID ", carried forward "
                   MQ-SUBJECT(1:60).

       B130-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B131-FIND-CAP-SLOT SECTION.
      ********************************

           MOVE ZERO TO WS-CAP-IX.
           PERFORM VARYING WS-CAP-SCAN FROM 1 BY 1
                   UNTIL WS-CAP-SCAN > WS-CAP-COUNT
                            OR WS-CAP-IX > ZERO
               IF WS-CAP-PROFILE(WS-CAP-SCAN) = WS-PROFILE-ID
                   MOVE WS-CAP-SCAN TO WS-CAP-IX
               END-IF
           END-PERFORM.

           IF WS-CAP-IX > ZERO
               GO TO B131-EXIT
           END-IF.

      *    A profile past the end of the table goes uncapped rather
      *    than stopping the run - it is said so on the console.
           IF WS-CAP-COUNT >= 100
               DISPLAY "SendMailBatch: cap table full, profile "
                       WS-PROFILE-ID " sent without a cap"
               GO TO B131-EXIT
           END-IF.

           ADD 1 TO WS-CAP-COUNT.
           MOVE WS-CAP-COUNT TO WS-CAP-IX.
           INITIALIZE WS-CAP-ENTRY(WS-CAP-IX).
           MOVE WS-PROFILE-ID TO WS-CAP-PROFILE(WS-CAP-IX).

      *    PF-REC is still the record Z420 resolved the entry's
      *    profile from.
           IF WS-PROFILE-ID = SPACES
               MOVE WS-DEFAULT-RUN-CAP  TO WS-CAP-RUN-CAP(WS-CAP-IX)
               MOVE WS-DEFAULT-HOUR-CAP TO WS-CAP-HOUR-CAP(WS-CAP-IX)
           ELSE
               IF PF-RUN-CAP NUMERIC
                   MOVE PF-RUN-CAP TO WS-CAP-RUN-CAP(WS-CAP-IX)
               END-IF
               IF PF-HOUR-CAP NUMERIC
                   MOVE PF-HOUR-CAP TO WS-CAP-HOUR-CAP(WS-CAP-IX)
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CAP-HOUR(WS-CAP-IX).

           MOVE WS-PROFILE-ID TO HR-PROFILE-ID.
           READ MAILHOUR RECORD
               INVALID KEY MOVE "23" TO HRSTAT
           END-READ.

           IF HRSTAT = "00"
               AND HR-HOUR = WS-CAP-HOUR(WS-CAP-IX)
               MOVE HR-SENT TO WS-CAP-HOUR-SENT(WS-CAP-IX)
           END-IF.

       B131-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B133-COUNT-ENTRY-RECIPS SECTION.
      ********************************

      *    Recipients as expanded, before suppression - the count the
      *    cap is judged on, an entry's largest possible send.
           MOVE ZERO TO WS-ENTRY-RECIPS.

           PERFORM B134-COUNT-CHUNK-RECIPS
               VARYING WS-EXP-CHUNK-IX FROM 1 BY 1
               UNTIL WS-EXP-CHUNK-IX > WS-EXP-CHUNK-COUNT.

       B133-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B134-COUNT-CHUNK-RECIPS SECTION.
      ********************************

           MOVE WS-EXP-CHUNK(WS-EXP-CHUNK-IX) TO WS-EXPANDED-TO.

           MOVE 1 TO WS-RECIP-POINTER.
           PERFORM UNTIL WS-RECIP-POINTER > LENGTH OF WS-EXPANDED-TO
               MOVE SPACES TO WS-RECIPIENT
               UNSTRING WS-EXPANDED-TO DELIMITED BY "," OR ";"
                        INTO WS-RECIPIENT
                        WITH POINTER WS-RECIP-POINTER
               IF FUNCTION TRIM(WS-RECIPIENT) NOT = SPACES
                   ADD 1 TO WS-ENTRY-RECIPS
               END-IF
           END-PERFORM.

       B134-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B135-RECORD-CAP-USAGE SECTION.
      ********************************

      *    Counts what actually went to the vendor against both caps
      *    and saves the hour's count for the next run.
           IF WS-CAP-IX = ZERO
               GO TO B135-EXIT
           END-IF.

           IF WS-ENTRY-SUPP-COUNT < WS-ENTRY-RECIPS
               SUBTRACT WS-ENTRY-SUPP-COUNT FROM WS-ENTRY-RECIPS
                   GIVING WS-ENTRY-SENT-RECIPS
           ELSE
               MOVE ZERO TO WS-ENTRY-SENT-RECIPS
           END-IF.

           ADD WS-ENTRY-SENT-RECIPS TO WS-CAP-RUN-SENT(WS-CAP-IX).
           ADD WS-ENTRY-SENT-RECIPS TO WS-CAP-HOUR-SENT(WS-CAP-IX).

           IF WS-PREVIEW
               GO TO B135-EXIT
           END-IF.

           MOVE WS-CAP-PROFILE(WS-CAP-IX)   TO HR-PROFILE-ID.
           MOVE WS-CAP-HOUR(WS-CAP-IX)      TO HR-HOUR.
           MOVE WS-CAP-HOUR-SENT(WS-CAP-IX) TO HR-SENT.

           WRITE HR-REC
               INVALID KEY REWRITE HR-REC
           END-WRITE.

       B135-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       C100-CREATE-SEND-MAIL-HANDLE SECTION.
      ********************************
      ********************************
           EXIT.

      ******************************************************************
       E000-OPEN-PREVIEW SECTION.
      ********************************

           MOVE SPACES TO WS-PRVR-FILE-NAME.
           ACCEPT WS-PRVR-FILE-NAME FROM ENVIRONMENT "X_PREVIEW_REPORT".
           IF WS-PRVR-FILE-NAME = SPACES
               MOVE "MAILPRVR.TXT" TO WS-PRVR-FILE-NAME
           END-IF.

           INITIALIZE WS-PV-PROF-TABLE.
           MOVE "(ALL PROFILES)" TO WS-PV-PROF-ID(102).

           OPEN OUTPUT MAILPRVR.
           IF PVSTAT NOT = "00"
               DISPLAY "SendMailBatch: preview report "
                       WS-PRVR-FILE-NAME(1:60)
                       " not opened (status " PVSTAT
                       "), nothing previewed"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
               GO TO E000-EXIT
           END-IF.

           SET WS-PV-REPORT-OPEN TO TRUE.

           MOVE SPACES TO PV-LINE.
           STRING "SENDMAILBATCH PRE-SEND IMPACT PREVIEW  RUN "
                                         DELIMITED BY SIZE
                  WS-NOW-STAMP(1:8)      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW-STAMP(9:2)      DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-NOW-STAMP(11:2)     DELIMITED BY SIZE
                  "  OPERATOR "          DELIMITED BY SIZE
                  WS-OPERATOR-ID         DELIMITED BY SPACE
                  INTO PV-LINE
           END-STRING.
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           STRING "NOTHING WAS SENT, MARKED DONE OR LOGGED TO MAILLIST "
                                         DELIMITED BY SIZE
                  "BY THIS RUN - IT SHOWS WHAT THE REAL RUN WOULD DO "
                                         DELIMITED BY SIZE
                  "WITH THE QUEUE AS IT STANDS."
                                         DELIMITED BY SIZE
                  INTO PV-LINE
           END-STRING.
           WRITE PV-LINE.

      *    A complete work-file image means the last real run died in
      *    its queue rewrite - the next real run restores it first.
           MOVE "N" TO WS-QWRK-COMPLETE-SW.
           OPEN INPUT MAILQWRK.
           IF MWSTAT = "00"
               PERFORM Z902-COPY-BACK-ONE
               PERFORM UNTIL MWSTAT NOT = "00"
                   IF MW-REC(1:30) = WS-QWRK-TRAILER
                       MOVE "Y" TO WS-QWRK-COMPLETE-SW
                   END-IF
                   PERFORM Z902-COPY-BACK-ONE
               END-PERFORM
               IF WS-QWRK-COMPLETE
                   MOVE SPACES TO PV-LINE
                   STRING "*** MAILQWRK HOLDS AN INTERRUPTED QUEUE "
                                         DELIMITED BY SIZE
                          "REWRITE - THE REAL RUN RESTORES THE QUEUE "
                                         DELIMITED BY SIZE
                          "FROM IT FIRST, SO ENTRIES MAY BE MISSING "
                                         DELIMITED BY SIZE
                          "HERE"
                                         DELIMITED BY SIZE
                          INTO PV-LINE
                   END-STRING
                   WRITE PV-LINE
               END-IF
               CLOSE MAILQWRK
           END-IF.

           MOVE SPACES TO PV-LINE.
           WRITE PV-LINE.

       E000-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E010-PREVIEW-START-ENTRY SECTION.
      ********************************

           MOVE SPACES TO WS-PV-RESULT.
           MOVE "N" TO WS-PV-FAIL-SWITCH.
           MOVE "N" TO WS-PV-HELD-SWITCH.
           MOVE "N" TO WS-PV-OVERFLOW-SWITCH.
           MOVE ZERO TO WS-PV-RECIPS WS-PV-SEND-RECIPS WS-PV-SUBMITS.
           MOVE ZERO TO WS-PV-ENTRY-SUPPR WS-PV-ENTRY-OPTED.
           MOVE ZERO TO WS-PV-SKIP-COUNT.

       E010-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E020-PREVIEW-FAILURE SECTION.
      ********************************

           MOVE "Y" TO WS-PV-FAIL-SWITCH.

           PERFORM E100-PREVIEW-ENTRY.

       E020-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E030-PREVIEW-SEND SECTION.
      ********************************

      *    The entry reached the vendor step - one submission per
      *    chunk, to everyone not suppressed or opted out.
           MOVE WS-EXP-CHUNK-COUNT TO WS-PV-SUBMITS.

           IF WS-PV-ENTRY-SUPPR + WS-PV-ENTRY-OPTED < WS-PV-RECIPS
               COMPUTE WS-PV-SEND-RECIPS = WS-PV-RECIPS
                   - WS-PV-ENTRY-SUPPR - WS-PV-ENTRY-OPTED
           END-IF.

           EVALUATE TRUE
               WHEN WS-PV-RECIPS = ZERO
                   MOVE "WOULD FAIL - NO RECIPIENTS" TO WS-PV-RESULT
                   MOVE "Y" TO WS-PV-FAIL-SWITCH
               WHEN WS-PV-OVERFLOW
                   MOVE "WOULD DROP RECIPIENTS - OVER 50 SUBMISSIONS"
                       TO WS-PV-RESULT
                   MOVE "Y" TO WS-PV-FAIL-SWITCH
               WHEN OTHER
                   MOVE "WOULD SEND" TO WS-PV-RESULT
           END-EVALUATE.

           PERFORM E100-PREVIEW-ENTRY.

       E030-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E100-PREVIEW-ENTRY SECTION.
      ********************************

           ADD 1 TO WS-PV-ENTRY-COUNT.

           EVALUATE TRUE
               WHEN WS-PV-FAILING
                   ADD 1 TO WS-PV-FAIL-COUNT
               WHEN WS-PV-HELD
                   ADD 1 TO WS-PV-HELD-COUNT
               WHEN WS-PV-SEND-RECIPS > ZERO
                   ADD 1 TO WS-PV-SEND-COUNT
           END-EVALUATE.

           PERFORM E120-PREVIEW-TALLY-PROFILE.

           IF NOT WS-PV-REPORT-OPEN
               GO TO E100-EXIT
           END-IF.

           MOVE SPACES TO PV-LINE.
           STRING "ENTRY "            DELIMITED BY SIZE
                  WS-DUE-COUNT        DELIMITED BY SIZE
                  "  CLASS "          DELIMITED BY SIZE
                  WS-ENTRY-CLASS      DELIMITED BY SIZE
                  "  PROFILE "        DELIMITED BY SIZE
                  INTO PV-LINE
           END-STRING.
           IF WS-PROFILE-ID = SPACES
               MOVE "(DEFAULT)" TO PV-LINE(33:20)
           ELSE
               MOVE WS-PROFILE-ID TO PV-LINE(33:20)
           END-IF.
           MOVE "TEMPLATE" TO PV-LINE(55:8).
           IF MQ-TEMPLATE-ID = SPACES
               MOVE "(NONE)" TO PV-LINE(64:20)
           ELSE
               MOVE MQ-TEMPLATE-ID TO PV-LINE(64:20)
           END-IF.
           IF MQ-ORIG-SYSTEM NOT = SPACES
               MOVE "ORIGIN" TO PV-LINE(86:6)
               MOVE MQ-ORIG-SYSTEM TO PV-LINE(93:8)
               MOVE MQ-ORIG-REF(1:31) TO PV-LINE(102:31)
           END-IF.
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           MOVE "  TO" TO PV-LINE(1:4).
           MOVE WS-MAIL-TO TO PV-LINE(12:121).
           WRITE PV-LINE.

           MOVE WS-PV-RECIPS      TO WS-PC-RECIPS.
           MOVE WS-PV-SUBMITS     TO WS-PC-SUBMITS.
           MOVE WS-PV-ENTRY-SUPPR TO WS-PC-SUPPR.
           MOVE WS-PV-ENTRY-OPTED TO WS-PC-OPTED.
           MOVE WS-PV-SEND-RECIPS TO WS-PC-SEND.
           MOVE WS-PV-COUNT-LINE TO PV-LINE.
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           MOVE "  SUBJECT" TO PV-LINE(1:9).
           MOVE WS-MAIL-SUBJECT TO PV-LINE(12:121).
           WRITE PV-LINE.

      *    The first three print lines of the body as it would go,
      *    line breaks flattened so the report keeps its layout.
           MOVE WS-MAIL-BODY(1:330) TO WS-PV-TEXT.
           INSPECT WS-PV-TEXT REPLACING ALL X"0D" BY SPACE
                                        ALL X"0A" BY SPACE
                                        ALL X"09" BY SPACE.
           MOVE SPACES TO PV-LINE.
           MOVE "  BODY" TO PV-LINE(1:6).
           MOVE WS-PV-TEXT(1:110) TO PV-LINE(12:110).
           WRITE PV-LINE.
           IF WS-PV-TEXT(111:110) NOT = SPACES
               MOVE SPACES TO PV-LINE
               MOVE WS-PV-TEXT(111:110) TO PV-LINE(12:110)
               WRITE PV-LINE
           END-IF.
           IF WS-PV-TEXT(221:110) NOT = SPACES
               MOVE SPACES TO PV-LINE
               MOVE WS-PV-TEXT(221:110) TO PV-LINE(12:110)
               WRITE PV-LINE
           END-IF.

           PERFORM VARYING WS-PV-SKIP-IX FROM 1 BY 1
                   UNTIL WS-PV-SKIP-IX > WS-PV-SKIP-COUNT
               MOVE SPACES TO PV-LINE
               MOVE WS-PV-SKIP-STATUS(WS-PV-SKIP-IX)
                   TO PV-LINE(3:10)
               MOVE WS-PV-SKIP-ADDR(WS-PV-SKIP-IX) TO PV-LINE(14:100)
               WRITE PV-LINE
           END-PERFORM.

           IF WS-PV-ENTRY-SUPPR + WS-PV-ENTRY-OPTED > WS-PV-SKIP-COUNT
               MOVE SPACES TO PV-LINE
               COMPUTE WS-PC-SEND = WS-PV-ENTRY-SUPPR
                   + WS-PV-ENTRY-OPTED - WS-PV-SKIP-COUNT
               STRING "  ... AND"   DELIMITED BY SIZE
                      WS-PC-SEND    DELIMITED BY SIZE
                      " MORE SKIPPED, NOT LISTED" DELIMITED BY SIZE
                      INTO PV-LINE
               END-STRING
               WRITE PV-LINE
           END-IF.

           MOVE SPACES TO PV-LINE.
           IF WS-PV-FAILING
               STRING "  RESULT   *** " DELIMITED BY SIZE
                      WS-PV-RESULT      DELIMITED BY SIZE
                      INTO PV-LINE
               END-STRING
           ELSE
               STRING "  RESULT   "     DELIMITED BY SIZE
                      WS-PV-RESULT      DELIMITED BY SIZE
                      INTO PV-LINE
               END-STRING
           END-IF.
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           WRITE PV-LINE.

       E100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E110-PREVIEW-NOTE-SKIPPED SECTION.
      ********************************

      *    Stands in for the SUPPRESSED / OPTED-OUT MAILLIST row the
      *    real run would write.
           IF WS-SKIP-STATUS = "OPTED-OUT"
               ADD 1 TO WS-PV-ENTRY-OPTED
           ELSE
               ADD 1 TO WS-PV-ENTRY-SUPPR
           END-IF.

           IF WS-PV-SKIP-COUNT < WS-PV-SKIP-MAX
               ADD 1 TO WS-PV-SKIP-COUNT
               MOVE WS-SKIP-STATUS
                   TO WS-PV-SKIP-STATUS(WS-PV-SKIP-COUNT)
               MOVE FUNCTION TRIM(WS-RECIPIENT)
                   TO WS-PV-SKIP-ADDR(WS-PV-SKIP-COUNT)
           END-IF.

       E110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E120-PREVIEW-TALLY-PROFILE SECTION.
      ********************************

           MOVE ZERO TO WS-PV-PROF-IX.
           PERFORM VARYING WS-PV-PROF-SCAN FROM 1 BY 1
                   UNTIL WS-PV-PROF-SCAN > WS-PV-PROF-COUNT
                            OR WS-PV-PROF-IX > ZERO
               IF WS-PV-PROF-ID(WS-PV-PROF-SCAN) = WS-PROFILE-ID
                   MOVE WS-PV-PROF-SCAN TO WS-PV-PROF-IX
               END-IF
           END-PERFORM.

           IF WS-PV-PROF-IX = ZERO
               IF WS-PV-PROF-COUNT < 100
                   ADD 1 TO WS-PV-PROF-COUNT
                   MOVE WS-PV-PROF-COUNT TO WS-PV-PROF-IX
                   MOVE WS-PROFILE-ID TO WS-PV-PROF-ID(WS-PV-PROF-IX)
               ELSE
                   MOVE 101 TO WS-PV-PROF-IX
                   MOVE "(OTHER PROFILES)" TO WS-PV-PROF-ID(101)
               END-IF
           END-IF.

           PERFORM E121-PREVIEW-ADD-COUNTS.
           MOVE 102 TO WS-PV-PROF-IX.
           PERFORM E121-PREVIEW-ADD-COUNTS.

       E120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E121-PREVIEW-ADD-COUNTS SECTION.
      ********************************

           ADD 1 TO WS-PV-PROF-ENTRIES(WS-PV-PROF-IX).
           ADD WS-PV-RECIPS TO WS-PV-PROF-RECIPS(WS-PV-PROF-IX).
           ADD WS-PV-SUBMITS TO WS-PV-PROF-SUBMITS(WS-PV-PROF-IX).
           ADD WS-PV-ENTRY-SUPPR TO WS-PV-PROF-SUPPR(WS-PV-PROF-IX).
           ADD WS-PV-ENTRY-OPTED TO WS-PV-PROF-OPTED(WS-PV-PROF-IX).
           ADD WS-PV-SEND-RECIPS TO WS-PV-PROF-SEND(WS-PV-PROF-IX).

           IF WS-PV-FAILING
               ADD 1 TO WS-PV-PROF-FAILING(WS-PV-PROF-IX)
           END-IF.

           IF WS-PV-HELD
               ADD 1 TO WS-PV-PROF-HELD(WS-PV-PROF-IX)
           END-IF.

       E121-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E900-PREVIEW-TOTALS SECTION.
      ********************************

           DISPLAY "SendMailBatch: preview - " WS-PV-ENTRY-COUNT
                   " entr(ies) due, "
                   WS-PV-SEND-COUNT " would send, "
                   WS-PV-FAIL-COUNT " would fail, "
                   WS-PV-HELD-COUNT " held by a send cap - see "
                   WS-PRVR-FILE-NAME(1:60).

           IF WS-PV-FAIL-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

           IF NOT WS-PV-REPORT-OPEN
               GO TO E900-EXIT
           END-IF.

           MOVE "PREVIEW-RUN" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "due=" DELIMITED BY SIZE
                  WS-PV-ENTRY-COUNT DELIMITED BY SIZE
                  " send=" DELIMITED BY SIZE
                  WS-PV-SEND-COUNT DELIMITED BY SIZE
                  " fail=" DELIMITED BY SIZE
                  WS-PV-FAIL-COUNT DELIMITED BY SIZE
                  " held=" DELIMITED BY SIZE
                  WS-PV-HELD-COUNT DELIMITED BY SIZE
                  " recips=" DELIMITED BY SIZE
                  WS-PV-PROF-RECIPS(102) DELIMITED BY SIZE
                  " tosend=" DELIMITED BY SIZE
                  WS-PV-PROF-SEND(102) DELIMITED BY SIZE
                  " report=" DELIMITED BY SIZE
                  WS-PRVR-FILE-NAME DELIMITED BY SPACE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

           MOVE "TOTALS BY CONNECTION PROFILE" TO PV-LINE.
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           WRITE PV-LINE.

           MOVE "PROFILE"    TO PV-LINE.
           MOVE "ENTRIES"    TO PV-LINE(23:7).
           MOVE "RECIPIENTS" TO PV-LINE(31:10).
           MOVE "SUBMITS"    TO PV-LINE(43:7).
           MOVE "SUPPRESSED" TO PV-LINE(51:10).
           MOVE "OPTED-OUT"  TO PV-LINE(63:9).
           MOVE "TO SEND"    TO PV-LINE(76:7).
           MOVE "FAILING"    TO PV-LINE(85:7).
           MOVE "HELD"       TO PV-LINE(97:4).
           WRITE PV-LINE.

           MOVE ALL "-" TO PV-LINE(1:100).
           WRITE PV-LINE.

           PERFORM VARYING WS-PV-PROF-IX FROM 1 BY 1
                   UNTIL WS-PV-PROF-IX > WS-PV-PROF-COUNT
               PERFORM E910-PRINT-PROFILE-LINE
           END-PERFORM.

           IF WS-PV-PROF-ENTRIES(101) > ZERO
               MOVE 101 TO WS-PV-PROF-IX
               PERFORM E910-PRINT-PROFILE-LINE
           END-IF.

           MOVE ALL "-" TO PV-LINE(1:100).
           WRITE PV-LINE.

           MOVE 102 TO WS-PV-PROF-IX.
           PERFORM E910-PRINT-PROFILE-LINE.

           MOVE SPACES TO PV-LINE.
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           STRING "NOT DUE THIS RUN - DEFERRED " DELIMITED BY SIZE
                  WS-DEFERRED-COUNT     DELIMITED BY SIZE
                  "  ON HOLD "          DELIMITED BY SIZE
                  WS-HELD-COUNT         DELIMITED BY SIZE
                  "  DELETED "          DELIMITED BY SIZE
                  WS-DELETED-COUNT      DELIMITED BY SIZE
                  "  ALREADY DONE "     DELIMITED BY SIZE
                  WS-ALREADY-DONE-COUNT DELIMITED BY SIZE
                  INTO PV-LINE
           END-STRING.
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           WRITE PV-LINE.
           WRITE PV-LINE.

           MOVE "VOLUME REVIEWED AND RELEASED FOR SENDING BY"
               TO PV-LINE.
           MOVE ALL "_" TO PV-LINE(46:30).
           WRITE PV-LINE.

           MOVE SPACES TO PV-LINE.
           WRITE PV-LINE.

           MOVE "SIGNATURE" TO PV-LINE.
           MOVE ALL "_" TO PV-LINE(12:30).
           MOVE "DATE" TO PV-LINE(46:4).
           MOVE ALL "_" TO PV-LINE(52:14).
           WRITE PV-LINE.

       E900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       E910-PRINT-PROFILE-LINE SECTION.
      ********************************

           IF WS-PV-PROF-ID(WS-PV-PROF-IX) = SPACES
               MOVE "(DEFAULT)" TO WS-PL-PROFILE
           ELSE
               MOVE WS-PV-PROF-ID(WS-PV-PROF-IX) TO WS-PL-PROFILE
           END-IF.
           MOVE WS-PV-PROF-ENTRIES(WS-PV-PROF-IX) TO WS-PL-ENTRIES.
           MOVE WS-PV-PROF-RECIPS(WS-PV-PROF-IX)  TO WS-PL-RECIPS.
           MOVE WS-PV-PROF-SUBMITS(WS-PV-PROF-IX) TO WS-PL-SUBMITS.
           MOVE WS-PV-PROF-SUPPR(WS-PV-PROF-IX)   TO WS-PL-SUPPR.
           MOVE WS-PV-PROF-OPTED(WS-PV-PROF-IX)   TO WS-PL-OPTED.
           MOVE WS-PV-PROF-SEND(WS-PV-PROF-IX)    TO WS-PL-SEND.
           MOVE WS-PV-PROF-FAILING(WS-PV-PROF-IX) TO WS-PL-FAILING.
           MOVE WS-PV-PROF-HELD(WS-PV-PROF-IX)    TO WS-PL-HELD.
           MOVE WS-PV-PROF-LINE TO PV-LINE.
           WRITE PV-LINE.

       E910-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z100-OPEN-MAILQUEUE SECTION.
      ********************************
      *    opened I-O so each entry can be marked DONE in place the
      *    moment it is consumed - that mark is what lets a restarted
      *    run pick up at the first unprocessed entry.
           IF WS-PREVIEW
               OPEN INPUT MAILQUEUE
           ELSE
               OPEN I-O MAILQUEUE
           END-IF.

           IF MQSTAT NOT = "00"
               DISPLAY "SendMailBatch: MAILQUEUE not available (status "

           REWRITE MQ-REC.

           ADD 1 TO WS-PROCESSED-COUNT.

       Z103-EXIT.
      ********************************
           EXIT.
           MOVE WS-MAIL-BODY TO ML-BODY.
           MOVE WS-MAIL-ATTACH TO ML-ATTACHMENTS.
           MOVE WS-PROFILE-ID TO ML-PROFILE-ID.
           MOVE MQ-TEMPLATE-ID TO ML-TEMPLATE-ID.
           MOVE MQ-ORIG-SYSTEM TO ML-ORIG-SYSTEM.
           MOVE MQ-ORIG-REF TO ML-ORIG-REF.
           MOVE WS-MAIL-DATE-SENT TO ML-DATE-SENT.
           MOVE WS-MAIL-STATUS TO ML-STATUS.

           MOVE WS-TPL-DATE TO WS-SUB-VALUE.
           PERFORM Z312-REPLACE-MARKER.

           MOVE "&ACCOUNT" TO WS-SUB-MARKER.
           MOVE 8 TO WS-SUB-MARKER-LEN.
           MOVE WS-TPL-ACCOUNT TO WS-SUB-VALUE.
           PERFORM Z312-REPLACE-MARKER.

       Z311-EXIT.
      ********************************
           EXIT.
      *    out is reported on the console AND written to the audit
      *    trail, so a dropped chunk is discoverable the next
      *    morning instead of scrolling away unseen.
      *    A preview only notes the drop for the impact report.
           IF WS-EXP-CHUNK-COUNT >= 50
               IF WS-PREVIEW
                   MOVE "Y" TO WS-PV-OVERFLOW-SWITCH
               ELSE
                   DISPLAY "SendMailBatch: chunk table full, dropped "
                           WS-EXPANDED-TO(1:100)
                   MOVE "RECIP-OVERFLOW" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-DETAILS
                   STRING "dropped=" DELIMITED BY SIZE
                          WS-EXPANDED-TO(1:150) DELIMITED BY SIZE
                          " subj=" DELIMITED BY SIZE
                          WS-MAIL-SUBJECT(1:60) DELIMITED BY SIZE
                          INTO WS-AUD-DETAILS
                   END-STRING
                   PERFORM Z500-WRITE-AUDIT
               END-IF
           ELSE
               ADD 1 TO WS-EXP-CHUNK-COUNT
               MOVE WS-EXPANDED-TO
      ********************************
           EXIT.

      ******************************************************************
       Z412-OPEN-MAILPREF SECTION.
      ********************************

           OPEN I-O MAILPREF.

           IF PRSTAT NOT = "00"
               OPEN OUTPUT MAILPREF
               CLOSE MAILPREF
               OPEN I-O MAILPREF
           END-IF.

       Z412-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z413-CHECK-OPTED-OUT SECTION.
      ********************************

      *    No MAILPREF row for the address and category means it has
      *    not opted out.
           MOVE "N" TO WS-ADDR-OPTOUT-SWITCH.

           IF WS-TPL-CATEGORY = SPACES
               GO TO Z413-EXIT
           END-IF.

           MOVE FUNCTION TRIM(WS-RECIPIENT) TO PR-ADDRESS.
           MOVE WS-TPL-CATEGORY TO PR-CATEGORY.

           READ MAILPREF RECORD
               INVALID KEY MOVE "23" TO PRSTAT
           END-READ.

           IF PRSTAT = "00" AND PR-OPTED-OUT
               MOVE "Y" TO WS-ADDR-OPTOUT-SWITCH
           END-IF.

       Z413-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z419-OPEN-MAILPROF SECTION.
      ********************************
      ********************************
           EXIT.

      ******************************************************************
       Z439-OPEN-MAILHOUR SECTION.
      ********************************

           OPEN I-O MAILHOUR.

           IF HRSTAT NOT = "00"
               OPEN OUTPUT MAILHOUR
               CLOSE MAILHOUR
               OPEN I-O MAILHOUR
           END-IF.

       Z439-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z500-WRITE-AUDIT SECTION.
      ********************************

           CLOSE MAILQUEUE.

           IF WS-PREVIEW
               IF WS-PV-REPORT-OPEN
                   CLOSE MAILPRVR
               END-IF
           ELSE
               PERFORM Z901-REWRITE-MAILQUEUE
               CLOSE MAILLIST
           END-IF.

           CLOSE MAILTPL.


           CLOSE MAILBODY.

           CLOSE MAILHOUR.

           CLOSE MAILPREF.

       Z900-EXIT.
      ********************************
           EXIT.
       Z903-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z950-POST-RUN-CONTROL SECTION.
      ********************************

      *    When run as a step of MailJobStream, post this run's counts
      *    onto the step's MAILRUNC row - the controller itself stamps
      *    the end time and completion code when the step returns.
      *    A preview is never the step's real run.
           IF WS-PREVIEW
               GO TO Z950-EXIT
           END-IF.

           MOVE SPACES TO WS-RC-STEP-ENV.
           ACCEPT WS-RC-STEP-ENV FROM ENVIRONMENT "X_RUN_STEP".
           IF WS-RC-STEP-ENV = SPACES
               GO TO Z950-EXIT
           END-IF.

           MOVE SPACES TO WS-RC-DATE-ENV.
           ACCEPT WS-RC-DATE-ENV FROM ENVIRONMENT "X_RUN_DATE".

           OPEN I-O MAILRUNC.
           IF RCSTAT NOT = "00"
               GO TO Z950-EXIT
           END-IF.

           MOVE WS-RC-DATE-ENV TO RC-RUN-DATE.
           MOVE WS-RC-STEP-ENV TO RC-STEP-NO.
           READ MAILRUNC RECORD
               INVALID KEY MOVE "23" TO RCSTAT
           END-READ.

           IF RCSTAT = "00"
               MOVE WS-RUN-READ-COUNT   TO RC-READ-COUNT
               MOVE WS-RUN-DONE-COUNT   TO RC-DONE-COUNT
               MOVE WS-RUN-EXCEPT-COUNT TO RC-EXCEPT-COUNT
               REWRITE RC-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

           CLOSE MAILRUNC.

       Z950-EXIT.
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
           DISPLAY "SendMailBatch: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=SendMailBatch oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
