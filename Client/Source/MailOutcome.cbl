      *{Bench}prg-comment
      * MailOutcome.cbl
      * Nightly outcome return.  Upstream systems drop entries into
      * MAILQUEUE tagged with their own system code and reference
      * (MQ-ORIG-SYSTEM / MQ-ORIG-REF), and SendMailBatch and
      * SendMail carry both onto every MAILLIST row they write.  Run
      * after MailStatusLoad and MailRecon have settled the night's
      * statuses, this step writes one MAILOUTC file per submitting
      * system - their reference, our TaskId, each recipient's final
      * status and when it was reached - so billing, HR and the rest
      * can update their own records instead of asking the mail
      * desk.  Queue entries MailQueueEdit rejected are returned on
      * the same file with status REJECTED and the reject reason
      * code, and so are desk sends keyed with an origin that the
      * supervisor rejected or that expired on MAILAPPR - neither
      * ever reaches MAILLIST.
      *
      * A row is returned once its processed stamp is set, and again
      * only if its status later changes (a DELIVERED row bouncing,
      * say) - ML-ORIG-RETURNED holds the status last returned.  A
      * reject is returned once (RJ-OUTCOME-SENT), and so is a
      * rejected or expired approval (AP-OUTCOME-SENT).  The files are
      * named X_OUTCOME_PREFIX (default MAILOUTC) . system . run
      * date and are appended to, so a re-run for the same date adds
      * only what was not yet returned.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. MailOutcome.
       AUTHOR. Edgar.Irle.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MAILLIST.sl".
       COPY "MAILREJQ.sl".
       COPY "MAILQUEUE.sl".
       COPY "MAILAPPR.sl".
       COPY "MAILOUTC.sl".
       COPY "MAILAUDIT.sl".
       COPY "MAILRUNC.sl".
       COPY "MAILOPER.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILLIST.fd".
       COPY "MAILREJQ.fd".
       COPY "MAILQUEUE.fd".
       COPY "MAILAPPR.fd".
       COPY "MAILOUTC.fd".
       COPY "MAILAUDIT.fd".
       COPY "MAILRUNC.fd".
       COPY "MAILOPER.fd".
       WORKING-STORAGE             SECTION.

       77  MLSTAT                      PIC X(2).
       77  RJSTAT                      PIC X(2).
       77  MQSTAT                      PIC X(2).
       77  APSTAT                      PIC X(2).
       77  OCSTAT                      PIC X(2).
       77  AUSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).

       01  WS-OUTC-FILE-NAME           PIC X(100).
       01  WS-OUTC-PREFIX              PIC X(60).

       01  WS-TODAY-DATE               PIC X(21).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-ENV             PIC X(8).

      *    Audit trail - unattended runs are stamped with the
      *    X_OPERATOR_ID of the scheduler sign-on, or "OUTCOME" when
      *    none is set.
       01  WS-OPERATOR-ID              PIC X(20).
       01  WS-AUD-ACTION               PIC X(14).
       01  WS-AUD-DETAILS              PIC X(300).
       01  WS-AUD-STAMP                PIC X(21).
       COPY "MAILAUDIT.ws".
       01  WS-OPER-VERIFIED-SW         PIC X VALUE "N".
           88  WS-OPERATOR-VERIFIED    VALUE "Y".
       01  WS-OPER-REJECT-REASON       PIC X(8).

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-REJQ-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-REJQ-OPEN            VALUE "Y".
       01  WS-APPR-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-APPR-OPEN            VALUE "Y".
       01  WS-APPR-DUE-SWITCH          PIC X VALUE "N".
           88  WS-APPR-DUE             VALUE "Y".
       01  WS-ROW-DUE-SWITCH           PIC X VALUE "N".
           88  WS-ROW-DUE              VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-FOUND                VALUE "Y".

      *    Submitting systems with something due tonight - one
      *    outcome file each.  A system beyond the table is reported
      *    and its rows are left due for the next run.
       01  WS-SYS-MAX                  PIC 9(3) VALUE 50.
       01  WS-SYS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SYS-IX                   PIC 9(3).
       01  WS-SYS-TABLE.
           05  WS-SYS-ENTRY            OCCURS 50 TIMES.
               10  WS-SYS-CODE         PIC X(8).
               10  WS-SYS-DUE          PIC 9(6).
       01  WS-CHK-SYSTEM               PIC X(8).
       01  WS-CUR-SYSTEM               PIC X(8).

       01  WS-FILE-ROW-COUNT           PIC 9(6).
       01  WS-FILE-REJECT-COUNT        PIC 9(6).

       01  WS-OUTCOME-COUNTS.
           05  WS-DUE-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-FILE-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-ROW-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(6) VALUE ZERO.

       COPY "MAILRUNC.ws".

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

           IF WS-OPERATOR-VERIFIED AND WS-COMPLETION-CODE < 12
               PERFORM B100-FIND-SYSTEMS
               PERFORM VARYING WS-SYS-IX FROM 1 BY 1
                       UNTIL WS-SYS-IX > WS-SYS-COUNT
                   PERFORM B200-RETURN-SYSTEM
               END-PERFORM
               PERFORM A900-REPORT-RESULTS
               PERFORM Z900-CLOSE-FILES
           END-IF.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
       A100-INITIAL SECTION.
      ********************************

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.

           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "X_OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "OUTCOME" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

      *    The job stream's run date names the night's files, so a
      *    window that runs past midnight still writes one set.
           MOVE SPACES TO WS-RUN-DATE-ENV.
           ACCEPT WS-RUN-DATE-ENV FROM ENVIRONMENT "X_RUN_DATE".
           IF WS-RUN-DATE-ENV NOT = SPACES
               MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
           ELSE
               MOVE WS-TODAY-DATE(1:8) TO WS-RUN-DATE
           END-IF.

           MOVE SPACES TO WS-OUTC-PREFIX.
           ACCEPT WS-OUTC-PREFIX FROM ENVIRONMENT "X_OUTCOME_PREFIX".
           IF WS-OUTC-PREFIX = SPACES
               MOVE "MAILOUTC" TO WS-OUTC-PREFIX
           END-IF.

           PERFORM Z200-OPEN-MAILLIST.
           IF MLSTAT NOT = "00"
               DISPLAY "MailOutcome: MAILLIST not available "
                       "(status " MLSTAT "), nothing returned"
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A900-REPORT-RESULTS SECTION.
      ********************************

           DISPLAY "MailOutcome: " WS-RUN-DATE " "
                   WS-DUE-COUNT " item(s) due, "
                   WS-FILE-COUNT " file(s), "
                   WS-ROW-COUNT " row(s) and "
                   WS-REJECT-COUNT " reject(s) returned, "
                   WS-HELD-COUNT " held".

           MOVE "OUTCOME-TOTAL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "date=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " due=" DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
                  " files=" DELIMITED BY SIZE
                  WS-FILE-COUNT DELIMITED BY SIZE
                  " rows=" DELIMITED BY SIZE
                  WS-ROW-COUNT DELIMITED BY SIZE
                  " rejects=" DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  " held=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

           MOVE WS-DUE-COUNT  TO WS-RUN-READ-COUNT.
           COMPUTE WS-RUN-DONE-COUNT = WS-ROW-COUNT + WS-REJECT-COUNT.
           MOVE WS-HELD-COUNT TO WS-RUN-EXCEPT-COUNT.

           IF WS-HELD-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B100-FIND-SYSTEMS SECTION.
      ********************************

      *    First pass - which systems have anything due tonight, and
      *    how much.
           PERFORM Z100-START-MAILLIST.

           PERFORM UNTIL WS-EOF
               PERFORM Z300-CHECK-ROW-DUE
               IF WS-ROW-DUE
                   ADD 1 TO WS-DUE-COUNT
                   MOVE ML-ORIG-SYSTEM TO WS-CHK-SYSTEM
                   PERFORM B110-NOTE-SYSTEM
               END-IF
               PERFORM Z101-READ-MAILLIST-NEXT
           END-PERFORM.

           PERFORM Z250-OPEN-MAILREJQ.
           IF NOT WS-REJQ-OPEN
               GO TO B100-APPROVALS
           END-IF.

           PERFORM Z251-READ-MAILREJQ-NEXT.

           PERFORM UNTIL RJSTAT NOT = "00"
               MOVE RJ-QUEUE-REC TO MQ-REC
               IF MQ-ORIG-SYSTEM NOT = SPACES
                  AND RJ-OUTCOME-SENT NOT = "Y"
                   ADD 1 TO WS-DUE-COUNT
                   MOVE MQ-ORIG-SYSTEM TO WS-CHK-SYSTEM
                   PERFORM B110-NOTE-SYSTEM
               END-IF
               PERFORM Z251-READ-MAILREJQ-NEXT
           END-PERFORM.

           CLOSE MAILREJQ.

       B100-APPROVALS.
           PERFORM Z260-OPEN-MAILAPPR.
           IF NOT WS-APPR-OPEN
               GO TO B100-EXIT
           END-IF.

           PERFORM UNTIL APSTAT NOT = "00"
               PERFORM Z310-CHECK-APPR-DUE
               IF WS-APPR-DUE
                   ADD 1 TO WS-DUE-COUNT
                   MOVE AP-ORIG-SYSTEM TO WS-CHK-SYSTEM
                   PERFORM B110-NOTE-SYSTEM
               END-IF
               PERFORM Z261-READ-MAILAPPR-NEXT
           END-PERFORM.

           CLOSE MAILAPPR.

       B100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B110-NOTE-SYSTEM SECTION.
      ********************************

           MOVE "N" TO WS-FOUND-SWITCH.

           PERFORM VARYING WS-SYS-IX FROM 1 BY 1
                   UNTIL WS-SYS-IX > WS-SYS-COUNT
                      OR WS-FOUND
               IF WS-SYS-CODE(WS-SYS-IX) = WS-CHK-SYSTEM
                   ADD 1 TO WS-SYS-DUE(WS-SYS-IX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF WS-FOUND
               GO TO B110-EXIT
           END-IF.

           IF WS-SYS-COUNT < WS-SYS-MAX
               ADD 1 TO WS-SYS-COUNT
               MOVE WS-CHK-SYSTEM TO WS-SYS-CODE(WS-SYS-COUNT)
               MOVE 1 TO WS-SYS-DUE(WS-SYS-COUNT)
           ELSE
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "MailOutcome: too many submitting systems - "
                       WS-CHK-SYSTEM " held for the next run"
           END-IF.

       B110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B200-RETURN-SYSTEM SECTION.
      ********************************

           MOVE WS-SYS-CODE(WS-SYS-IX) TO WS-CUR-SYSTEM.
           MOVE ZERO TO WS-FILE-ROW-COUNT WS-FILE-REJECT-COUNT.

           MOVE SPACES TO WS-OUTC-FILE-NAME.
           STRING WS-OUTC-PREFIX DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-CUR-SYSTEM  DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-RUN-DATE    DELIMITED BY SIZE
                  INTO WS-OUTC-FILE-NAME
           END-STRING.

           OPEN EXTEND MAILOUTC.

           IF OCSTAT NOT = "00"
               OPEN OUTPUT MAILOUTC
               CLOSE MAILOUTC
               OPEN EXTEND MAILOUTC
           END-IF.

      *    Nothing is marked returned unless it was written, so a
      *    file that cannot be opened leaves the system's items due
      *    for the next run.
           IF OCSTAT NOT = "00"
               DISPLAY "MailOutcome: cannot write "
                       WS-OUTC-FILE-NAME(1:60)
                       " (status " OCSTAT ") - "
                       WS-CUR-SYSTEM " held for the next run"
               ADD WS-SYS-DUE(WS-SYS-IX) TO WS-HELD-COUNT
               IF WS-COMPLETION-CODE < 8
                   MOVE 8 TO WS-COMPLETION-CODE
               END-IF
               GO TO B200-EXIT
           END-IF.

           PERFORM B210-RETURN-ROWS.
           PERFORM B230-RETURN-REJECTS.
           PERFORM B250-RETURN-APPROVALS.

           CLOSE MAILOUTC.

           ADD 1 TO WS-FILE-COUNT.

           MOVE "OUTCOME-FILE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "sys=" DELIMITED BY SIZE
                  WS-CUR-SYSTEM DELIMITED BY SPACE
                  " file=" DELIMITED BY SIZE
                  WS-OUTC-FILE-NAME DELIMITED BY SPACE
                  " rows=" DELIMITED BY SIZE
                  WS-FILE-ROW-COUNT DELIMITED BY SIZE
                  " rejects=" DELIMITED BY SIZE
                  WS-FILE-REJECT-COUNT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       B200-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B210-RETURN-ROWS SECTION.
      ********************************

           PERFORM Z100-START-MAILLIST.

           PERFORM UNTIL WS-EOF
               PERFORM Z300-CHECK-ROW-DUE
               IF WS-ROW-DUE
                  AND ML-ORIG-SYSTEM = WS-CUR-SYSTEM
                   PERFORM B220-RETURN-ONE-ROW
               END-IF
               PERFORM Z101-READ-MAILLIST-NEXT
           END-PERFORM.

       B210-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B220-RETURN-ONE-ROW SECTION.
      ********************************

           MOVE SPACES TO OC-REC.
           MOVE ML-ORIG-SYSTEM    TO OC-ORIG-SYSTEM.
           MOVE ML-ORIG-REF       TO OC-ORIG-REF.
           MOVE ML-TASK-ID        TO OC-TASK-ID.
           MOVE FUNCTION TRIM(ML-TO) TO OC-RECIPIENT.
           MOVE ML-STATUS         TO OC-STATUS.
           MOVE ML-DATE-PROCESSED TO OC-STATUS-STAMP.

           WRITE OC-REC.

      *    Marked only after the line is written - a failure between
      *    the two returns the row twice, never not at all.
           MOVE ML-STATUS TO ML-ORIG-RETURNED.
           REWRITE ML-REC
               INVALID KEY
                   DISPLAY "MailOutcome: MAILLIST rewrite failed for "
                           ML-MAIL-ID
           END-REWRITE.

           ADD 1 TO WS-FILE-ROW-COUNT.
           ADD 1 TO WS-ROW-COUNT.

       B220-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B230-RETURN-REJECTS SECTION.
      ********************************

           PERFORM Z250-OPEN-MAILREJQ.
           IF NOT WS-REJQ-OPEN
               GO TO B230-EXIT
           END-IF.

           PERFORM Z251-READ-MAILREJQ-NEXT.

           PERFORM UNTIL RJSTAT NOT = "00"
               MOVE RJ-QUEUE-REC TO MQ-REC
               IF MQ-ORIG-SYSTEM = WS-CUR-SYSTEM
                  AND RJ-OUTCOME-SENT NOT = "Y"
                   PERFORM B240-RETURN-ONE-REJECT
               END-IF
               PERFORM Z251-READ-MAILREJQ-NEXT
           END-PERFORM.

           CLOSE MAILREJQ.

       B230-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B240-RETURN-ONE-REJECT SECTION.
      ********************************

      *    A rejected entry never reached the vendor, so it has no
      *    TaskId - the reason code says why.
           MOVE SPACES TO OC-REC.
           MOVE MQ-ORIG-SYSTEM   TO OC-ORIG-SYSTEM.
           MOVE MQ-ORIG-REF      TO OC-ORIG-REF.
           MOVE FUNCTION TRIM(MQ-TO) TO OC-RECIPIENT.
           MOVE "REJECTED"       TO OC-STATUS.
           MOVE RJ-DATE-REJECTED TO OC-STATUS-STAMP.
           MOVE RJ-REASON-CODE   TO OC-REASON-CODE.

           WRITE OC-REC.

           MOVE "Y" TO RJ-OUTCOME-SENT.
           REWRITE RJ-REC.

           ADD 1 TO WS-FILE-REJECT-COUNT.
           ADD 1 TO WS-REJECT-COUNT.

       B240-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B250-RETURN-APPROVALS SECTION.
      ********************************

           PERFORM Z260-OPEN-MAILAPPR.
           IF NOT WS-APPR-OPEN
               GO TO B250-EXIT
           END-IF.

           PERFORM UNTIL APSTAT NOT = "00"
               PERFORM Z310-CHECK-APPR-DUE
               IF WS-APPR-DUE
                  AND AP-ORIG-SYSTEM = WS-CUR-SYSTEM
                   PERFORM B260-RETURN-ONE-APPROVAL
               END-IF
               PERFORM Z261-READ-MAILAPPR-NEXT
           END-PERFORM.

           CLOSE MAILAPPR.

       B250-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B260-RETURN-ONE-APPROVAL SECTION.
      ********************************

      *    The send was stopped before any vendor submission, so
      *    there is no TaskId and no per-recipient row - the line
      *    carries the To as keyed and why the send was parked.
           MOVE SPACES TO OC-REC.
           MOVE AP-ORIG-SYSTEM   TO OC-ORIG-SYSTEM.
           MOVE AP-ORIG-REF      TO OC-ORIG-REF.
           MOVE FUNCTION TRIM(AP-TO) TO OC-RECIPIENT.
           MOVE AP-STATUS        TO OC-STATUS.
           MOVE AP-DEC-STAMP     TO OC-STATUS-STAMP.
           MOVE AP-REASON        TO OC-REASON-CODE.

           WRITE OC-REC.

           MOVE "Y" TO AP-OUTCOME-SENT.
           REWRITE AP-REC
               INVALID KEY
                   DISPLAY "MailOutcome: MAILAPPR rewrite failed for "
                           AP-APPR-ID
           END-REWRITE.

           ADD 1 TO WS-FILE-ROW-COUNT.
           ADD 1 TO WS-ROW-COUNT.

       B260-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z100-START-MAILLIST SECTION.
      ********************************

           MOVE "N" TO WS-EOF-SWITCH.

           MOVE LOW-VALUES TO ML-MAIL-ID.
           START MAILLIST KEY IS NOT LESS THAN MAILKEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.

           IF NOT WS-EOF
               PERFORM Z101-READ-MAILLIST-NEXT
           END-IF.

       Z100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z101-READ-MAILLIST-NEXT SECTION.
      ********************************

           READ MAILLIST NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       Z101-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z200-OPEN-MAILLIST SECTION.
      ********************************

           OPEN I-O MAILLIST.

           IF MLSTAT NOT = "00"
               OPEN OUTPUT MAILLIST
               CLOSE MAILLIST
               OPEN I-O MAILLIST
           END-IF.

       Z200-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z250-OPEN-MAILREJQ SECTION.
      ********************************

      *    Opened afresh for each pass so every system's pass reads
      *    the rejects from the top.  No MAILREJQ simply means nothing
      *    has ever been rejected.
           MOVE "N" TO WS-REJQ-OPEN-SWITCH.

           OPEN I-O MAILREJQ.

           IF RJSTAT = "00"
               MOVE "Y" TO WS-REJQ-OPEN-SWITCH
           END-IF.

       Z250-EXIT.
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
       Z260-OPEN-MAILAPPR SECTION.
      ********************************

      *    Opened and positioned afresh for each pass, as for the
      *    rejects.  No MAILAPPR means nothing was ever parked.
           MOVE "N" TO WS-APPR-OPEN-SWITCH.

           OPEN I-O MAILAPPR.
           IF APSTAT NOT = "00"
               GO TO Z260-EXIT
           END-IF.

           MOVE "Y" TO WS-APPR-OPEN-SWITCH.

           MOVE LOW-VALUES TO AP-APPR-ID.
           START MAILAPPR KEY IS NOT LESS THAN AP-APPR-ID
               INVALID KEY MOVE "10" TO APSTAT
           END-START.

           IF APSTAT = "00"
               PERFORM Z261-READ-MAILAPPR-NEXT
           END-IF.

       Z260-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z261-READ-MAILAPPR-NEXT SECTION.
      ********************************

           READ MAILAPPR NEXT RECORD
               AT END MOVE "10" TO APSTAT
           END-READ.

       Z261-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z300-CHECK-ROW-DUE SECTION.
      ********************************

      *    Due when the row has a submitting system, has reached a
      *    final status (processed stamp set - a retryable FAILED row
      *    is not final) and that status has not been returned yet.
           MOVE "N" TO WS-ROW-DUE-SWITCH.

           IF ML-ORIG-SYSTEM NOT = SPACES
              AND ML-DATE-PROCESSED NOT = SPACES
              AND ML-STATUS NOT = "FAILED"
              AND ML-STATUS NOT = ML-ORIG-RETURNED
               MOVE "Y" TO WS-ROW-DUE-SWITCH
           END-IF.

       Z300-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z310-CHECK-APPR-DUE SECTION.
      ********************************

      *    Due when a desk send keyed with an origin was turned down
      *    by the supervisor or expired unanswered, and has not been
      *    returned yet.  An approved or failed send already has its
      *    MAILLIST rows, which carry the origin themselves.
           MOVE "N" TO WS-APPR-DUE-SWITCH.

           IF AP-ORIG-SYSTEM NOT = SPACES
              AND (AP-STATUS = "REJECTED" OR AP-STATUS = "EXPIRED")
              AND AP-OUTCOME-SENT NOT = "Y"
               MOVE "Y" TO WS-APPR-DUE-SWITCH
           END-IF.

       Z310-EXIT.
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

           CLOSE MAILLIST.

       Z900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z950-POST-RUN-CONTROL SECTION.
      ********************************

      *    When run as a step of MailJobStream, post this run's counts
      *    onto the step's MAILRUNC row - the controller itself stamps
      *    the end time and completion code when the step returns.
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
           DISPLAY "MailOutcome: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailOutcome oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
