      *{Bench}prg-comment
      * MailJobStream.cbl
      * Nightly job-stream controller.  Runs the mail window's batch
      * programs in their fixed order - MailSchedule, MailQueueEdit,
      * SendMailBatch, MailRetry, MailStatusLoad, MailRecon,
      * MailBalance, MailStats, MailArchive, MailConsentLoad,
      * MailOutcome - and keeps one MAILRUNC row per step for the
      * run date: start and end stamps, the step's own read / done /
      * exception counts and its completion code.  The stream stops
      * at the first step that returns more than the allowed code
      * (X_JOB_MAX_RC, default 4).  A re-run for the same run date
      * skips every step already COMPLETE and picks up at the failed
      * one, and MailArchive is never started unless MailBalance has
      * proven the night.  MailConsentLoad runs after the sends, so the
      * day's vendor opt-outs hold from the next window's sends, and
      * MailOutcome goes last, once MailStatusLoad and MailRecon have
      * settled the night's statuses, to hand each submitting system
      * its outcome file.
      *
      * The run date is X_JOB_RUN_DATE when set.  Otherwise it is the
      * previous night when that night's stream never finished - the
      * scheduler's next start resumes it rather than opening a new
      * night over an unproven one - and today's date when it did.
      * X_JOB_RESTART_STEP forces a re-run from a given step number
      * even over COMPLETE rows.  Each step is started through
      * X_JOB_RUNNER (default "runcbl") and sees the run date and its
      * step number in X_RUN_DATE / X_RUN_STEP.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. MailJobStream.
       AUTHOR. Edgar.Irle.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MAILRUNC.sl".
       COPY "MAILOPER.sl".
       COPY "MAILAUDIT.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILRUNC.fd".
       COPY "MAILOPER.fd".
       COPY "MAILAUDIT.fd".
       WORKING-STORAGE             SECTION.

       77  RCSTAT                      PIC X(2).
       77  AUSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).

       01  WS-TODAY-DATE               PIC X(21).
       01  WS-TODAY-NUM                PIC 9(8).
       01  WS-PRIOR-NUM                PIC 9(8).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-ENV             PIC X(8).
       01  WS-BAL-DATE-ENV             PIC X(8).

       01  WS-RUNNER                   PIC X(60).
       01  WS-COMMAND                  PIC X(200).

       01  WS-MAX-RC                   PIC 9(4) VALUE 4.
       01  WS-MAX-RC-ENV               PIC X(4).
       01  WS-RESTART-STEP             PIC 9(2) VALUE ZERO.
       01  WS-RESTART-STEP-ENV         PIC X(2).
       01  WS-STEP-RC                  PIC S9(9).
       01  WS-COMPLETION-CODE          PIC 9(4) VALUE ZERO.

      *    Audit trail - unattended runs are stamped with the
      *    X_OPERATOR_ID of the scheduler sign-on, or "JOBSTREAM"
      *    when none is set.
       01  WS-OPERATOR-ID              PIC X(20).
       01  WS-AUD-ACTION               PIC X(14).
       01  WS-AUD-DETAILS              PIC X(300).
       01  WS-AUD-STAMP                PIC X(21).
       COPY "MAILAUDIT.ws".
       01  WS-OPER-VERIFIED-SW         PIC X VALUE "N".
           88  WS-OPERATOR-VERIFIED    VALUE "Y".
       01  WS-OPER-REJECT-REASON       PIC X(8).

      *    The window's steps in run order - the step number is the
      *    MAILRUNC key, so new steps go on the end.
       01  WS-STEP-NAMES.
           05  FILLER                  PIC X(20) VALUE "MailSchedule".
           05  FILLER                  PIC X(20) VALUE "MailQueueEdit".
           05  FILLER                  PIC X(20) VALUE "SendMailBatch".
           05  FILLER                  PIC X(20) VALUE "MailRetry".
           05  FILLER                  PIC X(20) VALUE "MailStatusLoad".
           05  FILLER                  PIC X(20) VALUE "MailRecon".
           05  FILLER                  PIC X(20) VALUE "MailBalance".
           05  FILLER                  PIC X(20) VALUE "MailStats".
           05  FILLER                  PIC X(20) VALUE "MailArchive".
           05  FILLER                  PIC X(20)
                                       VALUE "MailConsentLoad".
           05  FILLER                  PIC X(20) VALUE "MailOutcome".
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-PROGRAM OCCURS 11 PIC X(20).

       01  WS-STEP-COUNT               PIC 9(2) VALUE 11.
       01  WS-BALANCE-STEP-NO          PIC 9(2) VALUE 7.
       01  WS-ARCHIVE-STEP-NO          PIC 9(2) VALUE 9.
       01  WS-STEP-IX                  PIC 9(2).
       01  WS-STEP-NO-X                PIC X(2).

       01  WS-STOP-SWITCH              PIC X VALUE "N".
           88  WS-STREAM-STOPPED       VALUE "Y".
       01  WS-BALANCE-SWITCH           PIC X VALUE "N".
           88  WS-BALANCE-PROVEN       VALUE "Y".
       01  WS-PRIOR-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-PRIOR-UNFINISHED     VALUE "Y".

       01  WS-JOB-COUNTS.
           05  WS-RAN-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-FAILED-STEP          PIC 9(2) VALUE ZERO.

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
               PERFORM B100-RUN-STREAM
               PERFORM A900-REPORT-RESULTS
               PERFORM Z900-CLOSE-FILES
           END-IF.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
       A100-INITIAL SECTION.
      ********************************

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.

           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "X_OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "JOBSTREAM" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

           MOVE SPACES TO WS-RUNNER.
           ACCEPT WS-RUNNER FROM ENVIRONMENT "X_JOB_RUNNER".
           IF WS-RUNNER = SPACES
               MOVE "runcbl" TO WS-RUNNER
           END-IF.

           MOVE SPACES TO WS-MAX-RC-ENV.
           ACCEPT WS-MAX-RC-ENV FROM ENVIRONMENT "X_JOB_MAX_RC".
           IF WS-MAX-RC-ENV NOT = SPACES
               MOVE WS-MAX-RC-ENV TO WS-MAX-RC
           END-IF.

           MOVE SPACES TO WS-RESTART-STEP-ENV.
           ACCEPT WS-RESTART-STEP-ENV
               FROM ENVIRONMENT "X_JOB_RESTART_STEP".
           IF WS-RESTART-STEP-ENV NOT = SPACES
               MOVE WS-RESTART-STEP-ENV TO WS-RESTART-STEP
           END-IF.

           PERFORM Z100-OPEN-MAILRUNC.
           IF RCSTAT NOT = "00"
               DISPLAY "MailJobStream: MAILRUNC not available "
                       "(status " RCSTAT "), stream not started"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-STREAM-STOPPED TO TRUE
               GO TO A100-EXIT
           END-IF.

           MOVE SPACES TO WS-RUN-DATE-ENV.
           ACCEPT WS-RUN-DATE-ENV FROM ENVIRONMENT "X_JOB_RUN_DATE".
           IF WS-RUN-DATE-ENV NOT = SPACES
               MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
           ELSE
               PERFORM A110-DEFAULT-RUN-DATE
           END-IF.

      *    MailBalance balances the run date's audit lines - a night
      *    resumed after midnight must still balance its own date.
           MOVE SPACES TO WS-BAL-DATE-ENV.
           ACCEPT WS-BAL-DATE-ENV FROM ENVIRONMENT "X_BAL_RUN_DATE".
           IF WS-BAL-DATE-ENV = SPACES
               SET ENVIRONMENT "X_BAL_RUN_DATE" TO WS-RUN-DATE
           END-IF.

           SET ENVIRONMENT "X_RUN_DATE" TO WS-RUN-DATE.

           CLOSE MAILRUNC.

           MOVE "JOB-START" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "run=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " maxrc=" DELIMITED BY SIZE
                  WS-MAX-RC DELIMITED BY SIZE
                  " restart=" DELIMITED BY SIZE
                  WS-RESTART-STEP DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

           DISPLAY "MailJobStream: run date " WS-RUN-DATE.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A110-DEFAULT-RUN-DATE SECTION.
      ********************************

      *    Last night's stream is unfinished when it has a first-step
      *    row but its last step is missing or not COMPLETE - resume
      *    that night instead of starting a new one over it.
           MOVE WS-TODAY-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-PRIOR-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1).

           MOVE WS-PRIOR-NUM TO RC-RUN-DATE.
           MOVE 1 TO RC-STEP-NO.
           READ MAILRUNC RECORD
               INVALID KEY MOVE "23" TO RCSTAT
           END-READ.
           IF RCSTAT NOT = "00"
               GO TO A110-EXIT
           END-IF.

           MOVE WS-PRIOR-NUM TO RC-RUN-DATE.
           MOVE WS-STEP-COUNT TO RC-STEP-NO.
           READ MAILRUNC RECORD
               INVALID KEY MOVE "23" TO RCSTAT
           END-READ.
           IF RCSTAT NOT = "00"
               MOVE "Y" TO WS-PRIOR-OPEN-SWITCH
           ELSE
               IF RC-STEP-STATUS NOT = "COMPLETE"
                   MOVE "Y" TO WS-PRIOR-OPEN-SWITCH
               END-IF
           END-IF.

           IF WS-PRIOR-UNFINISHED
               MOVE WS-PRIOR-NUM TO WS-RUN-DATE
               DISPLAY "MailJobStream: stream for " WS-RUN-DATE
                       " did not finish - resuming it"
           END-IF.

       A110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A900-REPORT-RESULTS SECTION.
      ********************************

           IF WS-FAILED-STEP > ZERO
               DISPLAY "MailJobStream: " WS-RUN-DATE " stopped at step "
                       WS-FAILED-STEP " "
                       WS-STEP-PROGRAM(WS-FAILED-STEP)
                       " - fix and re-run to resume from it"
           END-IF.

           DISPLAY "MailJobStream: " WS-RUN-DATE " "
                   WS-RAN-COUNT " step(s) run, "
                   WS-SKIPPED-COUNT " already complete, "
                   "completion code " WS-COMPLETION-CODE.

           MOVE "JOB-END" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "run=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " ran=" DELIMITED BY SIZE
                  WS-RAN-COUNT DELIMITED BY SIZE
                  " skipped=" DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  " failedstep=" DELIMITED BY SIZE
                  WS-FAILED-STEP DELIMITED BY SIZE
                  " rc=" DELIMITED BY SIZE
                  WS-COMPLETION-CODE DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       A900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B100-RUN-STREAM SECTION.
      ********************************

           PERFORM B110-RUN-ONE-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
                  OR WS-STREAM-STOPPED.

       B100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B110-RUN-ONE-STEP SECTION.
      ********************************

      *    MAILRUNC is closed while each step runs - the step posts
      *    its own counts onto its row before it ends.
           PERFORM Z100-OPEN-MAILRUNC.

           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-STEP-IX  TO RC-STEP-NO.
           READ MAILRUNC RECORD
               INVALID KEY MOVE "23" TO RCSTAT
           END-READ.

           IF RCSTAT = "00"
              AND RC-STEP-STATUS = "COMPLETE"
              AND (WS-RESTART-STEP = ZERO
                   OR WS-STEP-IX < WS-RESTART-STEP)
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "MailJobStream: step " WS-STEP-IX " "
                       WS-STEP-PROGRAM(WS-STEP-IX)
                       " already complete"
               CLOSE MAILRUNC
               GO TO B110-EXIT
           END-IF.

           IF WS-STEP-IX = WS-ARCHIVE-STEP-NO
               PERFORM B120-CHECK-BALANCE
               IF NOT WS-BALANCE-PROVEN
                   CLOSE MAILRUNC
                   DISPLAY "MailJobStream: MailBalance has not proven "
                           WS-RUN-DATE " - MailArchive held"
                   MOVE WS-STEP-IX TO WS-FAILED-STEP
                   MOVE 8 TO WS-COMPLETION-CODE
                   SET WS-STREAM-STOPPED TO TRUE
                   MOVE "JOB-HELD" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-DETAILS
                   STRING "run=" DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          " step=" DELIMITED BY SIZE
                          WS-STEP-IX DELIMITED BY SIZE
                          " prog=MailArchive balance not proven"
                                      DELIMITED BY SIZE
                          INTO WS-AUD-DETAILS
                   END-STRING
                   PERFORM Z500-WRITE-AUDIT
                   GO TO B110-EXIT
               END-IF
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-STEP-IX  TO RC-STEP-NO
               READ MAILRUNC RECORD
                   INVALID KEY MOVE "23" TO RCSTAT
               END-READ
           END-IF.

           IF RCSTAT NOT = "00"
               INITIALIZE RC-REC
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-STEP-IX  TO RC-STEP-NO
               MOVE ZERO TO RC-RUN-COUNT
           END-IF.

           MOVE WS-STEP-PROGRAM(WS-STEP-IX) TO RC-STEP-NAME.
           MOVE "STARTED" TO RC-STEP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RC-START-STAMP.
           MOVE SPACES TO RC-END-STAMP.
           MOVE ZERO TO RC-RETURN-CODE RC-READ-COUNT
                        RC-DONE-COUNT RC-EXCEPT-COUNT.
           MOVE WS-OPERATOR-ID TO RC-OPERATOR-ID.
           ADD 1 TO RC-RUN-COUNT.

           WRITE RC-REC
               INVALID KEY REWRITE RC-REC
           END-WRITE.

           CLOSE MAILRUNC.

           DISPLAY "MailJobStream: step " WS-STEP-IX " "
                   WS-STEP-PROGRAM(WS-STEP-IX) " starting".

           PERFORM C100-RUN-STEP-PROGRAM.

           ADD 1 TO WS-RAN-COUNT.

           PERFORM B130-RECORD-STEP-END.

       B110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B120-CHECK-BALANCE SECTION.
      ********************************

      *    MailArchive moves rows out of the files MailBalance counts,
      *    so it may only run once the balance step for the same run
      *    date is COMPLETE below code 8.
           MOVE "N" TO WS-BALANCE-SWITCH.

           MOVE WS-RUN-DATE        TO RC-RUN-DATE.
           MOVE WS-BALANCE-STEP-NO TO RC-STEP-NO.
           READ MAILRUNC RECORD
               INVALID KEY MOVE "23" TO RCSTAT
           END-READ.

           IF RCSTAT = "00"
              AND RC-STEP-STATUS = "COMPLETE"
              AND RC-RETURN-CODE < 8
               MOVE "Y" TO WS-BALANCE-SWITCH
           END-IF.

       B120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B130-RECORD-STEP-END SECTION.
      ********************************

           PERFORM Z100-OPEN-MAILRUNC.

           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-STEP-IX  TO RC-STEP-NO.
           READ MAILRUNC RECORD
               INVALID KEY MOVE "23" TO RCSTAT
           END-READ.

           IF RCSTAT NOT = "00"
               DISPLAY "MailJobStream: MAILRUNC row for step "
                       WS-STEP-IX " lost (status " RCSTAT ")"
               MOVE WS-STEP-IX TO WS-FAILED-STEP
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-STREAM-STOPPED TO TRUE
               CLOSE MAILRUNC
               GO TO B130-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RC-END-STAMP.
           IF WS-STEP-RC < ZERO OR WS-STEP-RC > 9999
               MOVE 9999 TO RC-RETURN-CODE
           ELSE
               MOVE WS-STEP-RC TO RC-RETURN-CODE
           END-IF.

           IF RC-RETURN-CODE > WS-MAX-RC
               MOVE "FAILED" TO RC-STEP-STATUS
           ELSE
               MOVE "COMPLETE" TO RC-STEP-STATUS
           END-IF.

           REWRITE RC-REC
               INVALID KEY CONTINUE
           END-REWRITE.

           CLOSE MAILRUNC.

           DISPLAY "MailJobStream: step " WS-STEP-IX " "
                   WS-STEP-PROGRAM(WS-STEP-IX) " "
                   RC-STEP-STATUS " code " RC-RETURN-CODE
                   " read " RC-READ-COUNT
                   " done " RC-DONE-COUNT
                   " exceptions " RC-EXCEPT-COUNT.

           MOVE "JOB-STEP" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "run=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " step=" DELIMITED BY SIZE
                  WS-STEP-IX DELIMITED BY SIZE
                  " prog=" DELIMITED BY SIZE
                  RC-STEP-NAME DELIMITED BY SPACE
                  " status=" DELIMITED BY SIZE
                  RC-STEP-STATUS DELIMITED BY SPACE
                  " rc=" DELIMITED BY SIZE
                  RC-RETURN-CODE DELIMITED BY SIZE
                  " read=" DELIMITED BY SIZE
                  RC-READ-COUNT DELIMITED BY SIZE
                  " done=" DELIMITED BY SIZE
                  RC-DONE-COUNT DELIMITED BY SIZE
                  " except=" DELIMITED BY SIZE
                  RC-EXCEPT-COUNT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

      *    A failed step stops the stream - the later steps depend on
      *    it, and the re-run starts again from this one.
           IF RC-STEP-STATUS = "FAILED"
               MOVE WS-STEP-IX TO WS-FAILED-STEP
               MOVE 8 TO WS-COMPLETION-CODE
               SET WS-STREAM-STOPPED TO TRUE
           ELSE
               IF RC-RETURN-CODE > ZERO AND WS-COMPLETION-CODE < 4
                   MOVE 4 TO WS-COMPLETION-CODE
               END-IF
           END-IF.

       B130-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       C100-RUN-STEP-PROGRAM SECTION.
      ********************************

      *    The step runs as its own run unit, so its STOP RUN ends
      *    only the step - the exit status comes back in RETURN-CODE.
           MOVE WS-STEP-IX TO WS-STEP-NO-X.
           SET ENVIRONMENT "X_RUN_STEP" TO WS-STEP-NO-X.

           MOVE SPACES TO WS-COMMAND.
           STRING WS-RUNNER DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-STEP-PROGRAM(WS-STEP-IX) DELIMITED BY SPACE
                  INTO WS-COMMAND
           END-STRING.

           CALL "SYSTEM" USING WS-COMMAND.

           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.

       C100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z100-OPEN-MAILRUNC SECTION.
      ********************************

           OPEN I-O MAILRUNC.

           IF RCSTAT NOT = "00"
               OPEN OUTPUT MAILRUNC
               CLOSE MAILRUNC
               OPEN I-O MAILRUNC
           END-IF.

       Z100-EXIT.
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
       Z900-CLOSE-FILES SECTION.
      ********************************

      *    MAILRUNC is opened and closed around each step; nothing is
      *    left open at the end of the stream.
           CONTINUE.

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
           DISPLAY "MailJobStream: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailJobStream oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
