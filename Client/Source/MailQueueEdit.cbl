      * forever and a wrong MQ-TEMPLATE-ID was parked FAILED-FINAL
      * after the fact.  This pass checks every pending entry -
      * recipient present and plausibly an address or a real MAILDIST
      * list, template id on MAILTPL, not-before stamp well formed,
      * priority class one SendMailBatch knows -
      * moves failures to the MAILREJQ rejects file with a reason
      * code, and prints the MAILREJR reject listing for the
      * submitting department.
       COPY "MAILREJR.sl".
       COPY "MAILAUDIT.sl".
       COPY "MAILPROF.sl".
       COPY "MAILRUNC.sl".
       COPY "MAILOPER.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILQUEUE.fd".
       COPY "MAILREJR.fd".
       COPY "MAILAUDIT.fd".
       COPY "MAILPROF.fd".
       COPY "MAILRUNC.fd".
       COPY "MAILOPER.fd".
       WORKING-STORAGE             SECTION.

       77  MQSTAT                      PIC X(2).
       77  RRSTAT                      PIC X(2).
       77  AUSTAT                      PIC X(2).
       77  PFSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).

       01  WS-REJR-FILE-NAME           PIC X(100).

       01  WS-AUD-DETAILS              PIC X(300).
       01  WS-AUD-STAMP                PIC X(21).
       COPY "MAILAUDIT.ws".
       01  WS-OPER-VERIFIED-SW         PIC X VALUE "N".
           88  WS-OPERATOR-VERIFIED    VALUE "Y".
       01  WS-OPER-REJECT-REASON       PIC X(8).

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-NOTBEF            PIC X(12).

       COPY "MAILRUNC.ws".

       PROCEDURE                   DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.

           PERFORM A100-INITIAL.

           IF WS-OPERATOR-VERIFIED
               PERFORM B100-EDIT-PASS
               PERFORM B130-PRINT-FOOTER
               PERFORM A900-REPORT-RESULTS
               PERFORM Z900-CLOSE-FILES
           END-IF.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

               MOVE "EDIT" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

           MOVE SPACES TO WS-REJR-FILE-NAME.
           ACCEPT WS-REJR-FILE-NAME
               FROM ENVIRONMENT "X_QEDIT_REPORT_FILE".
                   WS-REJECTED-COUNT " rejected, "
                   WS-SKIPPED-COUNT " non-pending carried through".

           MOVE WS-SCANNED-COUNT  TO WS-RUN-READ-COUNT.
           MOVE WS-PASSED-COUNT   TO WS-RUN-DONE-COUNT.
           MOVE WS-REJECTED-COUNT TO WS-RUN-EXCEPT-COUNT.

           IF WS-REJECTED-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.
               GO TO B100-EXIT
           END-IF.

      *    Without the rejects file or the work file the pass cannot
      *    pull anything out safely - leave the queue exactly as it
      *    was dropped.
           IF RJSTAT NOT = "00"
               DISPLAY "MailQueueEdit: MAILREJQ not available "
                       "(status " RJSTAT "), queue not edited"
               CLOSE MAILQUEUE
               MOVE 12 TO WS-COMPLETION-CODE
               GO TO B100-EXIT
           END-IF.

           OPEN OUTPUT MAILQWRK.
           IF MWSTAT NOT = "00"
               DISPLAY "MailQueueEdit: MAILQWRK not available "
                       "(status " MWSTAT "), queue not edited"
               CLOSE MAILQUEUE
               MOVE 12 TO WS-COMPLETION-CODE
               GO TO B100-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM Z101-READ-MAILQUEUE.
               PERFORM B116-CHECK-PROFILE
           END-IF.

           IF WS-EDIT-OK
               PERFORM B117-CHECK-PRIORITY
           END-IF.

       B110-EXIT.
      ********************************
           EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B117-CHECK-PRIORITY SECTION.
      ********************************

      *    Urgent, normal or bulk - spaces is normal.  Any other value
      *    is a submitting system's mistake and would otherwise go out
      *    silently as normal mail.
           IF MQ-PRIORITY NOT = SPACES
               AND MQ-PRIORITY NOT = "U"
               AND MQ-PRIORITY NOT = "N"
               AND MQ-PRIORITY NOT = "B"
               MOVE "N" TO WS-EDIT-OK-SWITCH
               MOVE "BAD-PRI" TO WS-REJ-REASON
           END-IF.

       B117-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B120-REJECT-ONE SECTION.
      ********************************
           MOVE WS-REJ-REASON TO RJ-REASON-CODE.
           MOVE WS-TODAY-DATE TO RJ-DATE-REJECTED.
           MOVE MQ-REC TO RJ-QUEUE-REC.
           MOVE SPACES TO RJ-OUTCOME-SENT.

           WRITE RJ-REC.

                  MQ-TO(1:150) DELIMITED BY SIZE
                  " subj=" DELIMITED BY SIZE
                  MQ-SUBJECT(1:60) DELIMITED BY SIZE
                  " orig=" DELIMITED BY SIZE
                  MQ-ORIG-SYSTEM DELIMITED BY SIZE
                  " ref=" DELIMITED BY SIZE
                  MQ-ORIG-REF DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.
       Z903-EXIT.
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
           DISPLAY "MailQueueEdit: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailQueueEdit oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
