       COPY "MAILAUDIT.sl".
       COPY "MAILPROF.sl".
       COPY "MAILBODY.sl".
       COPY "MAILRUNC.sl".
       COPY "MAILOPER.sl".
       COPY "MAILTPL.sl".
       COPY "MAILPREF.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILLIST.fd".
       COPY "MAILAUDIT.fd".
       COPY "MAILPROF.fd".
       COPY "MAILBODY.fd".
       COPY "MAILRUNC.fd".
       COPY "MAILOPER.fd".
       COPY "MAILTPL.fd".
       COPY "MAILPREF.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "crtvars.def".
       77  AUSTAT                      PIC X(2).
       77  PFSTAT                      PIC X(2).
       77  MBSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).
       77  TPSTAT                      PIC X(2).
       77  PRSTAT                      PIC X(2).

      *    Connection profile resolution - each row is re-submitted
      *    under the profile it was originally sent with
       01  WS-AUD-DETAILS              PIC X(300).
       01  WS-AUD-STAMP                PIC X(21).
       COPY "MAILAUDIT.ws".
       01  WS-OPER-VERIFIED-SW         PIC X VALUE "N".
           88  WS-OPERATOR-VERIFIED    VALUE "Y".
       01  WS-OPER-REJECT-REASON       PIC X(8).

       01  WS-ADDR-SUPP-SWITCH         PIC X VALUE "N".
           88  WS-ADDR-SUPPRESSED      VALUE "Y".
      *    Set when the row's address has opted out on MAILPREF of
      *    the category of the template the row was sent with.
       01  WS-ADDR-OPTOUT-SWITCH       PIC X VALUE "N".
           88  WS-ADDR-OPTED-OUT       VALUE "Y".

       01  WS-MAIL-REC.
           05  WS-MAIL-FROM            PIC X(100).
           05  WS-STILL-FAILED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-FINAL-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUPP-SKIPPED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-OPTOUT-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-NOPROF-COUNT         PIC 9(6) VALUE ZERO.

       COPY "MAILRUNC.ws".

       PROCEDURE                   DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.

           PERFORM A100-INITIAL.

           IF WS-OPERATOR-VERIFIED
               PERFORM B100-RETRY-SWEEP
               PERFORM B140-SWEEP-ORPHAN-BODIES
               PERFORM A900-REPORT-RESULTS
               PERFORM Z900-CLOSE-FILES
           END-IF.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

               MOVE "RETRY" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

           PERFORM Z200-OPEN-MAILLIST.
           PERFORM Z300-OPEN-MAILSUPP.
           PERFORM Z303-OPEN-MAILPREF.
           PERFORM Z304-OPEN-MAILTPL.
           PERFORM Z310-OPEN-MAILPROF.
           PERFORM Z320-OPEN-MAILBODY.

           IF MLSTAT NOT = "00"
               DISPLAY "MailRetry: MAILLIST not available (status "
                       MLSTAT "), nothing retried"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

       A100-EXIT.
      ********************************
           EXIT.
                   WS-STILL-FAILED-COUNT " still failed, "
                   WS-FINAL-COUNT " given up (FAILED-FINAL), "
                   WS-SUPP-SKIPPED-COUNT " suppressed, "
                   WS-OPTOUT-SKIPPED-COUNT " opted out, "
                   WS-NOPROF-COUNT " waiting on a missing profile".

           MOVE WS-RETRIED-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-RESENT-COUNT  TO WS-RUN-DONE-COUNT.
           ADD WS-STILL-FAILED-COUNT WS-FINAL-COUNT
               GIVING WS-RUN-EXCEPT-COUNT.

           IF WS-RUN-EXCEPT-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.
       B100-RETRY-SWEEP SECTION.
      ********************************

           IF NOT WS-EOF
               PERFORM Z101-READ-MAILLIST-NEXT
           END-IF.

           PERFORM UNTIL WS-EOF
               IF ML-STATUS = "FAILED"
               GO TO B110-EXIT
           END-IF.

      *    Likewise an address that has since opted out of the
      *    template's category is parked OPTED-OUT.
           PERFORM Z305-CHECK-OPTED-OUT.
           IF WS-ADDR-OPTED-OUT
               MOVE "OPTED-OUT" TO ML-STATUS
               MOVE FUNCTION CURRENT-DATE TO ML-DATE-PROCESSED
               PERFORM Z102-REWRITE-MAILLIST
               ADD 1 TO WS-OPTOUT-SKIPPED-COUNT
               DISPLAY "MailRetry: opted out, not retried "
                       ML-TO(1:60) " " TP-CATEGORY
               GO TO B110-EXIT
           END-IF.

           INITIALIZE WS-MAIL-REC.
           MOVE ML-FROM    TO WS-MAIL-FROM.
           MOVE ML-TO      TO WS-MAIL-TO.
      ********************************
           EXIT.

      ******************************************************************
       Z303-OPEN-MAILPREF SECTION.
      ********************************

           OPEN I-O MAILPREF.

           IF PRSTAT NOT = "00"
               OPEN OUTPUT MAILPREF
               CLOSE MAILPREF
               OPEN I-O MAILPREF
           END-IF.

       Z303-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z304-OPEN-MAILTPL SECTION.
      ********************************

           OPEN I-O MAILTPL.

           IF TPSTAT NOT = "00"
               OPEN OUTPUT MAILTPL
               CLOSE MAILTPL
               OPEN I-O MAILTPL
           END-IF.

       Z304-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z305-CHECK-OPTED-OUT SECTION.
      ********************************

      *    A row with no template, a template since deleted, or one
      *    with no category is not subject to preferences.
           MOVE "N" TO WS-ADDR-OPTOUT-SWITCH.

           IF ML-TEMPLATE-ID = SPACES
               GO TO Z305-EXIT
           END-IF.

           MOVE ML-TEMPLATE-ID TO TP-TEMPLATE-ID.
           READ MAILTPL RECORD
               INVALID KEY MOVE "23" TO TPSTAT
           END-READ.
           IF TPSTAT NOT = "00" OR TP-CATEGORY = SPACES
               GO TO Z305-EXIT
           END-IF.

           MOVE ML-TO(1:100) TO PR-ADDRESS.
           MOVE TP-CATEGORY  TO PR-CATEGORY.
           READ MAILPREF RECORD
               INVALID KEY MOVE "23" TO PRSTAT
           END-READ.

           IF PRSTAT = "00" AND PR-OPTED-OUT
               MOVE "Y" TO WS-ADDR-OPTOUT-SWITCH
           END-IF.

       Z305-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z310-OPEN-MAILPROF SECTION.
      ********************************

           CLOSE MAILSUPP.

           CLOSE MAILPREF.

           CLOSE MAILTPL.

           CLOSE MAILPROF.

           CLOSE MAILBODY.
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
           DISPLAY "MailRetry: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailRetry oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z400-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
