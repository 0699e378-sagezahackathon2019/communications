      *{Bench}prg-comment
      * MailConsentLoad.cbl
      * Nightly consent loader.  Reads the vendor's daily unsubscribe
      * and complaint file (MAILUNSI: address, event, optional
      * message category, event timestamp) and records each event on
      * MAILPREF as an opt-out of that category, so SendMail,
      * SendMailBatch and MailRetry skip the address for templates
      * of the category from then on.  Every change is written to
      * the audit trail as a CONSENT-CHANGE line; an event for an
      * address already opted out, or older than a later change
      * made on the SendMail Consent screen, changes nothing.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. MailConsentLoad.
       AUTHOR. Edgar.Irle.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MAILUNSI.sl".
       COPY "MAILPREF.sl".
       COPY "MAILAUDIT.sl".
       COPY "MAILRUNC.sl".
       COPY "MAILOPER.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILUNSI.fd".
       COPY "MAILPREF.fd".
       COPY "MAILAUDIT.fd".
       COPY "MAILRUNC.fd".
       COPY "MAILOPER.fd".
       WORKING-STORAGE             SECTION.

       77  UISTAT                      PIC X(2).
       77  PRSTAT                      PIC X(2).
       77  AUSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).

       01  WS-UNSI-FILE-NAME           PIC X(100).

      *    Category an event with no category of its own applies to.
       01  WS-DEFAULT-CATEGORY         PIC X(10).

       01  WS-CATEGORY                 PIC X(10).
       01  WS-EVENT-STAMP              PIC X(21).
       01  WS-OLD-CONSENT              PIC X(1).

      *    Audit trail - unattended runs are stamped with the
      *    X_OPERATOR_ID of the scheduler sign-on, or "CONSENT" when
      *    none is set, so every consent change is accounted for.
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

       01  WS-LOAD-COUNTS.
           05  WS-EVENT-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-CHANGED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-UNCHANGED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-SUPERSEDED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-BAD-EVENT-COUNT      PIC 9(6) VALUE ZERO.

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

           IF WS-OPERATOR-VERIFIED
               PERFORM B100-LOAD-SWEEP
               PERFORM A900-REPORT-RESULTS
               PERFORM Z900-CLOSE-FILES
           END-IF.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
       A100-INITIAL SECTION.
      ********************************

           MOVE SPACES TO WS-UNSI-FILE-NAME.
           ACCEPT WS-UNSI-FILE-NAME FROM ENVIRONMENT "X_UNSUB_FILE".
           IF WS-UNSI-FILE-NAME = SPACES
               MOVE "MAILUNSI.TXT" TO WS-UNSI-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-DEFAULT-CATEGORY.
           ACCEPT WS-DEFAULT-CATEGORY
               FROM ENVIRONMENT "X_UNSUB_CATEGORY".
           IF WS-DEFAULT-CATEGORY = SPACES
               MOVE "MARKETING" TO WS-DEFAULT-CATEGORY
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-DEFAULT-CATEGORY)
               TO WS-DEFAULT-CATEGORY.

           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "X_OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "CONSENT" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

           PERFORM Z200-OPEN-MAILPREF.

           OPEN INPUT MAILUNSI.
           IF UISTAT NOT = "00"
               DISPLAY "MailConsentLoad: file "
                       WS-UNSI-FILE-NAME(1:60)
                       " not available (status " UISTAT
                       "), nothing to load"
               MOVE 4 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

           IF PRSTAT NOT = "00"
               DISPLAY "MailConsentLoad: MAILPREF not available "
                       "(status " PRSTAT "), nothing loaded"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A900-REPORT-RESULTS SECTION.
      ********************************

           DISPLAY "MailConsentLoad: " WS-EVENT-COUNT
                   " event(s), "
                   WS-CHANGED-COUNT " opted out, "
                   WS-UNCHANGED-COUNT " already opted out, "
                   WS-SUPERSEDED-COUNT " superseded, "
                   WS-BAD-EVENT-COUNT " rejected".

           MOVE "CONSENT-TOTAL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "file=" DELIMITED BY SIZE
                  WS-UNSI-FILE-NAME DELIMITED BY SPACE
                  " events=" DELIMITED BY SIZE
                  WS-EVENT-COUNT DELIMITED BY SIZE
                  " changed=" DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  " unchanged=" DELIMITED BY SIZE
                  WS-UNCHANGED-COUNT DELIMITED BY SIZE
                  " superseded=" DELIMITED BY SIZE
                  WS-SUPERSEDED-COUNT DELIMITED BY SIZE
                  " rejected=" DELIMITED BY SIZE
                  WS-BAD-EVENT-COUNT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

           MOVE WS-EVENT-COUNT     TO WS-RUN-READ-COUNT.
           MOVE WS-CHANGED-COUNT   TO WS-RUN-DONE-COUNT.
           MOVE WS-BAD-EVENT-COUNT TO WS-RUN-EXCEPT-COUNT.

           IF WS-BAD-EVENT-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B100-LOAD-SWEEP SECTION.
      ********************************

           IF NOT WS-EOF
               PERFORM Z101-READ-UNSUB
           END-IF.

           PERFORM UNTIL WS-EOF
               IF UI-ADDRESS NOT = SPACES
                   ADD 1 TO WS-EVENT-COUNT
                   PERFORM B110-APPLY-ONE
               END-IF
               PERFORM Z101-READ-UNSUB
           END-PERFORM.

       B100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B110-APPLY-ONE SECTION.
      ********************************

           IF NOT UI-EVENT-VALID
               ADD 1 TO WS-BAD-EVENT-COUNT
               DISPLAY "MailConsentLoad: unknown event " UI-EVENT
                       " for " UI-ADDRESS(1:60)
               GO TO B110-EXIT
           END-IF.

           IF UI-CATEGORY = SPACES
               MOVE WS-DEFAULT-CATEGORY TO WS-CATEGORY
           ELSE
               MOVE FUNCTION UPPER-CASE(UI-CATEGORY) TO WS-CATEGORY
           END-IF.

           IF UI-EVENT-STAMP = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-EVENT-STAMP
           ELSE
               MOVE UI-EVENT-STAMP TO WS-EVENT-STAMP
           END-IF.

           MOVE FUNCTION TRIM(UI-ADDRESS) TO PR-ADDRESS.
           MOVE WS-CATEGORY TO PR-CATEGORY.
           READ MAILPREF RECORD
               INVALID KEY MOVE "23" TO PRSTAT
           END-READ.

           IF PRSTAT = "00"
               MOVE PR-CONSENT TO WS-OLD-CONSENT
           ELSE
               MOVE "-" TO WS-OLD-CONSENT
           END-IF.

           IF WS-OLD-CONSENT = "N"
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO B110-EXIT
           END-IF.

      *    A caller who opted back in on the Consent screen after the
      *    vendor event keeps the later choice.
           IF PRSTAT = "00"
              AND PR-CHANGED-STAMP(1:14) > WS-EVENT-STAMP(1:14)
               ADD 1 TO WS-SUPERSEDED-COUNT
               DISPLAY "MailConsentLoad: " UI-EVENT " for "
                       UI-ADDRESS(1:60) " " WS-CATEGORY
                       " is older than the held preference - kept"
               GO TO B110-EXIT
           END-IF.

           MOVE FUNCTION TRIM(UI-ADDRESS) TO PR-ADDRESS.
           MOVE WS-CATEGORY    TO PR-CATEGORY.
           MOVE "N"            TO PR-CONSENT.
           MOVE "VENDOR"       TO PR-SOURCE.
           MOVE UI-EVENT       TO PR-REASON.
           MOVE WS-OPERATOR-ID TO PR-CHANGED-BY.
           MOVE WS-EVENT-STAMP TO PR-CHANGED-STAMP.

           WRITE PR-REC
               INVALID KEY REWRITE PR-REC
           END-WRITE.

           ADD 1 TO WS-CHANGED-COUNT.

           MOVE "CONSENT-CHANGE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "addr=" DELIMITED BY SIZE
                  PR-ADDRESS DELIMITED BY SPACE
                  " cat=" DELIMITED BY SIZE
                  PR-CATEGORY DELIMITED BY SPACE
                  " old=" DELIMITED BY SIZE
                  WS-OLD-CONSENT DELIMITED BY SIZE
                  " new=" DELIMITED BY SIZE
                  PR-CONSENT DELIMITED BY SIZE
                  " src=" DELIMITED BY SIZE
                  PR-SOURCE DELIMITED BY SPACE
                  " reason=" DELIMITED BY SIZE
                  PR-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       B110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z101-READ-UNSUB SECTION.
      ********************************

           READ MAILUNSI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       Z101-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z200-OPEN-MAILPREF SECTION.
      ********************************

           OPEN I-O MAILPREF.

           IF PRSTAT NOT = "00"
               OPEN OUTPUT MAILPREF
               CLOSE MAILPREF
               OPEN I-O MAILPREF
           END-IF.

       Z200-EXIT.
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

           CLOSE MAILUNSI.

           CLOSE MAILPREF.

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
           DISPLAY "MailConsentLoad: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailConsentLoad oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
