      *{Bench}prg-comment
      * MailMerge.cbl
      * Customer data merge - turns billing's customer extract into
      * personalised MAILQUEUE entries.  A queue entry carries one
      * name / amount / date / account set, so a template sent to a
      * MAILDIST list says the same thing to every member; statements
      * and overdue notices need each customer's own figures.  This
      * run reads the MAILMRGI extract (account, address, name,
      * amount due, due date) against the template named in
      * X_MERGE_TEMPLATE and appends one template entry per customer
      * with that customer's values, for MailQueueEdit and
      * SendMailBatch to take in the normal way.  Rows with no
      * address or no amount are listed on the MAILMRGX merge-
      * exceptions listing, which ends with the control totals -
      * rows read, queued, rejected and total amount queued - for
      * billing to tie back to their own extract run.
      *
      * X_MERGE_PROFILE (optional) names the MAILPROF profile the
      * entries go out under and X_MERGE_NOT_BEFORE (optional,
      * YYYYMMDDHHMM) holds them until a given time.
      * X_MERGE_PRIORITY (optional) sets the entries' priority class -
      * "U", "N" or "B"; a merge is bulk mail unless told otherwise.
      * X_MERGE_ORIG_SYSTEM names the submitting system the entries
      * are returned to by MailOutcome - billing unless told
      * otherwise - with the customer's account number as their
      * reference.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. MailMerge.
       AUTHOR. Edgar.Irle.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MAILMRGI.sl".
       COPY "MAILMRGX.sl".
       COPY "MAILQUEUE.sl".
       COPY "MAILTPL.sl".
       COPY "MAILPROF.sl".
       COPY "MAILAUDIT.sl".
       COPY "MAILOPER.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILMRGI.fd".
       COPY "MAILMRGX.fd".
       COPY "MAILQUEUE.fd".
       COPY "MAILTPL.fd".
       COPY "MAILPROF.fd".
       COPY "MAILAUDIT.fd".
       COPY "MAILOPER.fd".
       WORKING-STORAGE             SECTION.

       77  MISTAT                      PIC X(2).
       77  MGSTAT                      PIC X(2).
       77  MQSTAT                      PIC X(2).
       77  TPSTAT                      PIC X(2).
       77  PFSTAT                      PIC X(2).
       77  AUSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).

       01  WS-MRGI-FILE-NAME           PIC X(100).
       01  WS-MRGX-FILE-NAME           PIC X(100).

       01  WS-TODAY-DATE               PIC X(21).

       01  WS-MERGE-TEMPLATE           PIC X(20).
       01  WS-MERGE-PROFILE            PIC X(20).
       01  WS-MERGE-NOT-BEFORE         PIC X(12).
       01  WS-MERGE-PRIORITY           PIC X(10).
       01  WS-MERGE-ORIG-SYSTEM        PIC X(8).

       01  WS-COMPLETION-CODE          PIC 9(4) VALUE ZERO.

      *    Audit trail - unattended runs are stamped with the
      *    X_OPERATOR_ID of the scheduler sign-on, or "MERGE" when
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

       01  WS-ROW-OK-SWITCH            PIC X VALUE "Y".
           88  WS-ROW-OK               VALUE "Y".
       01  WS-REJ-REASON               PIC X(8).
       01  WS-AT-COUNT                 PIC 9(3).

      *    The amount as the customer sees it - the template's
      *    &AMOUNT gets the edited figure with the leading spaces
      *    taken off.
       01  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-MERGE-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-QUEUED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-AMOUNT            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-EXC-LINE.
           05  WS-XL-REASON            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-XL-ACCOUNT           PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-XL-ADDR              PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-XL-NAME              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-XL-AMOUNT            PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-XL-DUE-DATE          PIC X(10).

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
               PERFORM B100-MERGE-EXTRACT
               PERFORM B130-PRINT-TOTALS
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
               MOVE "MERGE" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

           MOVE SPACES TO WS-MRGI-FILE-NAME.
           ACCEPT WS-MRGI-FILE-NAME
               FROM ENVIRONMENT "X_MERGE_INPUT_FILE".
           IF WS-MRGI-FILE-NAME = SPACES
               MOVE "MAILMRGI.TXT" TO WS-MRGI-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-MRGX-FILE-NAME.
           ACCEPT WS-MRGX-FILE-NAME
               FROM ENVIRONMENT "X_MERGE_REPORT_FILE".
           IF WS-MRGX-FILE-NAME = SPACES
               MOVE "MAILMRGX.TXT" TO WS-MRGX-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-MERGE-TEMPLATE.
           ACCEPT WS-MERGE-TEMPLATE
               FROM ENVIRONMENT "X_MERGE_TEMPLATE".

           MOVE SPACES TO WS-MERGE-PROFILE.
           ACCEPT WS-MERGE-PROFILE
               FROM ENVIRONMENT "X_MERGE_PROFILE".

           MOVE SPACES TO WS-MERGE-NOT-BEFORE.
           ACCEPT WS-MERGE-NOT-BEFORE
               FROM ENVIRONMENT "X_MERGE_NOT_BEFORE".

           MOVE SPACES TO WS-MERGE-PRIORITY.
           ACCEPT WS-MERGE-PRIORITY
               FROM ENVIRONMENT "X_MERGE_PRIORITY".
           IF WS-MERGE-PRIORITY = SPACES
               MOVE "B" TO WS-MERGE-PRIORITY
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MERGE-PRIORITY)
               TO WS-MERGE-PRIORITY.

           MOVE SPACES TO WS-MERGE-ORIG-SYSTEM.
           ACCEPT WS-MERGE-ORIG-SYSTEM
               FROM ENVIRONMENT "X_MERGE_ORIG_SYSTEM".
           IF WS-MERGE-ORIG-SYSTEM = SPACES
               MOVE "BILLING" TO WS-MERGE-ORIG-SYSTEM
           END-IF.

           PERFORM Z700-OPEN-MAILMRGX.

      *    Nothing is queued unless the whole run can be - the
      *    template and profile are proved once up front rather than
      *    failing every entry later in SendMailBatch.
           PERFORM A110-CHECK-TEMPLATE.
           IF WS-COMPLETION-CODE NOT < 12
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           PERFORM A120-CHECK-PROFILE.
           IF WS-COMPLETION-CODE NOT < 12
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           PERFORM A130-CHECK-PRIORITY.
           IF WS-COMPLETION-CODE NOT < 12
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           OPEN INPUT MAILMRGI.
           IF MISTAT NOT = "00"
               DISPLAY "MailMerge: extract "
                       WS-MRGI-FILE-NAME(1:60)
                       " not available (status " MISTAT
                       "), nothing merged"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           PERFORM Z200-OPEN-MAILQUEUE.
           IF MQSTAT NOT = "00"
               DISPLAY "MailMerge: MAILQUEUE not available "
                       "(status " MQSTAT "), nothing merged"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A110-CHECK-TEMPLATE SECTION.
      ********************************

           IF WS-MERGE-TEMPLATE = SPACES
               DISPLAY "MailMerge: X_MERGE_TEMPLATE not set, "
                       "nothing merged"
               MOVE 12 TO WS-COMPLETION-CODE
               GO TO A110-EXIT
           END-IF.

           OPEN INPUT MAILTPL.
           IF TPSTAT NOT = "00"
               DISPLAY "MailMerge: MAILTPL not available "
                       "(status " TPSTAT "), nothing merged"
               MOVE 12 TO WS-COMPLETION-CODE
               GO TO A110-EXIT
           END-IF.

           MOVE WS-MERGE-TEMPLATE TO TP-TEMPLATE-ID.
           READ MAILTPL RECORD
               INVALID KEY MOVE "23" TO TPSTAT
           END-READ.

           CLOSE MAILTPL.

           IF TPSTAT NOT = "00"
               DISPLAY "MailMerge: template " WS-MERGE-TEMPLATE
                       " not on MAILTPL, nothing merged"
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

       A110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A120-CHECK-PROFILE SECTION.
      ********************************

      *    Blank means the environment defaults and is always fine.
           IF WS-MERGE-PROFILE = SPACES
               GO TO A120-EXIT
           END-IF.

           OPEN INPUT MAILPROF.
           IF PFSTAT = "00"
               MOVE WS-MERGE-PROFILE TO PF-PROFILE-ID
               READ MAILPROF RECORD
                   INVALID KEY MOVE "23" TO PFSTAT
               END-READ
               CLOSE MAILPROF
           END-IF.

           IF PFSTAT NOT = "00"
               DISPLAY "MailMerge: profile " WS-MERGE-PROFILE
                       " not on MAILPROF, nothing merged"
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

       A120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A130-CHECK-PRIORITY SECTION.
      ********************************

      *    MailQueueEdit rejects any other class as BAD-PRI, which
      *    would throw out the whole run after it had been queued.
           IF WS-MERGE-PRIORITY NOT = "U"
               AND WS-MERGE-PRIORITY NOT = "N"
               AND WS-MERGE-PRIORITY NOT = "B"
               DISPLAY "MailMerge: X_MERGE_PRIORITY "
                       WS-MERGE-PRIORITY
                       " is not U, N or B, nothing merged"
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

       A130-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A900-REPORT-RESULTS SECTION.
      ********************************

           MOVE WS-QUEUED-AMOUNT TO WS-TOTAL-EDIT.

           DISPLAY "MailMerge: " WS-READ-COUNT " row(s) read, "
                   WS-QUEUED-COUNT " queued, "
                   WS-REJECTED-COUNT " rejected, amount queued "
                   WS-TOTAL-EDIT.

           IF WS-REJECTED-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

           MOVE "MERGE-RUN" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "tpl=" DELIMITED BY SIZE
                  WS-MERGE-TEMPLATE DELIMITED BY SIZE
                  " read=" DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  " queued=" DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
                  " rejected=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  " amount=" DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       A900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B100-MERGE-EXTRACT SECTION.
      ********************************

           IF WS-EOF
               GO TO B100-EXIT
           END-IF.

           PERFORM Z101-READ-MAILMRGI.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM B110-EDIT-ROW
               IF WS-ROW-OK
                   PERFORM B115-QUEUE-ROW
               ELSE
                   PERFORM B120-REJECT-ROW
               END-IF
               PERFORM Z101-READ-MAILMRGI
           END-PERFORM.

       B100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B110-EDIT-ROW SECTION.
      ********************************

           MOVE "Y" TO WS-ROW-OK-SWITCH.
           MOVE SPACES TO WS-REJ-REASON.

           IF MI-ADDR = SPACES
               MOVE "N" TO WS-ROW-OK-SWITCH
               MOVE "NO-ADDR" TO WS-REJ-REASON
               GO TO B110-EXIT
           END-IF.

      *    One customer, one address - a list name or a second
      *    address would mail someone else this customer's figures.
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT MI-ADDR TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-AT-COUNT NOT = 1
               MOVE "N" TO WS-ROW-OK-SWITCH
               MOVE "BAD-ADDR" TO WS-REJ-REASON
               GO TO B110-EXIT
           END-IF.

           MOVE ZERO TO WS-AT-COUNT.
           INSPECT MI-ADDR TALLYING WS-AT-COUNT FOR ALL "," ";".
           IF WS-AT-COUNT > ZERO
               MOVE "N" TO WS-ROW-OK-SWITCH
               MOVE "BAD-ADDR" TO WS-REJ-REASON
               GO TO B110-EXIT
           END-IF.

           IF MI-AMOUNT-X = SPACES
               MOVE "N" TO WS-ROW-OK-SWITCH
               MOVE "NO-AMT" TO WS-REJ-REASON
               GO TO B110-EXIT
           END-IF.

           IF MI-AMOUNT-X NOT NUMERIC
               MOVE "N" TO WS-ROW-OK-SWITCH
               MOVE "BAD-AMT" TO WS-REJ-REASON
               GO TO B110-EXIT
           END-IF.

           IF MI-AMOUNT = ZERO
               MOVE "N" TO WS-ROW-OK-SWITCH
               MOVE "NO-AMT" TO WS-REJ-REASON
           END-IF.

       B110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B115-QUEUE-ROW SECTION.
      ********************************

           MOVE SPACES TO MQ-REC.
           MOVE MI-ADDR            TO MQ-TO.
           MOVE WS-MERGE-TEMPLATE  TO MQ-TEMPLATE-ID.
           MOVE WS-MERGE-PROFILE   TO MQ-PROFILE-ID.
           MOVE WS-MERGE-NOT-BEFORE TO MQ-NOT-BEFORE.
           MOVE WS-MERGE-PRIORITY  TO MQ-PRIORITY.
           MOVE MI-NAME            TO MQ-VAR-NAME.
           MOVE MI-AMOUNT          TO WS-AMOUNT-EDIT.
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO MQ-VAR-AMOUNT.
           MOVE MI-DUE-DATE        TO MQ-VAR-DATE.
           MOVE MI-ACCOUNT         TO MQ-VAR-ACCOUNT.
           MOVE WS-MERGE-ORIG-SYSTEM TO MQ-ORIG-SYSTEM.
           MOVE MI-ACCOUNT         TO MQ-ORIG-REF.

           WRITE MQ-REC.

           ADD 1 TO WS-QUEUED-COUNT.
           ADD MI-AMOUNT TO WS-QUEUED-AMOUNT.

       B115-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B120-REJECT-ROW SECTION.
      ********************************

           ADD 1 TO WS-REJECTED-COUNT.

           MOVE WS-REJ-REASON    TO WS-XL-REASON.
           MOVE MI-ACCOUNT       TO WS-XL-ACCOUNT.
           MOVE MI-ADDR(1:40)    TO WS-XL-ADDR.
           MOVE MI-NAME(1:30)    TO WS-XL-NAME.
           MOVE MI-AMOUNT-X      TO WS-XL-AMOUNT.
           MOVE MI-DUE-DATE      TO WS-XL-DUE-DATE.
           MOVE WS-EXC-LINE TO MR-LINE.
           WRITE MR-LINE.

           MOVE "MERGE-REJECT" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "reason=" DELIMITED BY SIZE
                  WS-REJ-REASON DELIMITED BY SIZE
                  " acct=" DELIMITED BY SIZE
                  MI-ACCOUNT DELIMITED BY SIZE
                  " to=" DELIMITED BY SIZE
                  MI-ADDR DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       B120-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B130-PRINT-TOTALS SECTION.
      ********************************

      *    Control totals - rows read always equals queued plus
      *    rejected, and the amount queued is what billing's own run
      *    should show for the rows it expects mailed.
           MOVE WS-QUEUED-AMOUNT TO WS-TOTAL-EDIT.

           MOVE SPACES TO MR-LINE.
           WRITE MR-LINE.

           MOVE SPACES TO MR-LINE.
           STRING "ROWS READ     " DELIMITED BY SIZE
                  WS-READ-COUNT     DELIMITED BY SIZE
                  INTO MR-LINE
           END-STRING.
           WRITE MR-LINE.

           MOVE SPACES TO MR-LINE.
           STRING "ROWS QUEUED   " DELIMITED BY SIZE
                  WS-QUEUED-COUNT   DELIMITED BY SIZE
                  INTO MR-LINE
           END-STRING.
           WRITE MR-LINE.

           MOVE SPACES TO MR-LINE.
           STRING "ROWS REJECTED " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO MR-LINE
           END-STRING.
           WRITE MR-LINE.

           MOVE SPACES TO MR-LINE.
           STRING "AMOUNT QUEUED " DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
                  INTO MR-LINE
           END-STRING.
           WRITE MR-LINE.

       B130-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z101-READ-MAILMRGI SECTION.
      ********************************

           READ MAILMRGI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       Z101-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z200-OPEN-MAILQUEUE SECTION.
      ********************************

      *    Entries are appended behind whatever is already waiting -
      *    the queue is a drop file shared with the other submitters.
           OPEN EXTEND MAILQUEUE.

           IF MQSTAT NOT = "00"
               OPEN OUTPUT MAILQUEUE
               CLOSE MAILQUEUE
               OPEN EXTEND MAILQUEUE
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
       Z700-OPEN-MAILMRGX SECTION.
      ********************************

           OPEN OUTPUT MAILMRGX.

           MOVE SPACES TO MR-LINE.
           STRING "MAILMERGE EXCEPTION LISTING  " DELIMITED BY SIZE
                  WS-TODAY-DATE(1:8)              DELIMITED BY SIZE
                  "  TEMPLATE "                   DELIMITED BY SIZE
                  WS-MERGE-TEMPLATE               DELIMITED BY SIZE
                  INTO MR-LINE
           END-STRING.
           WRITE MR-LINE.

           MOVE SPACES TO MR-LINE.
           WRITE MR-LINE.

           MOVE "REASON    ACCOUNT" TO MR-LINE.
           MOVE "ADDRESS"  TO MR-LINE(33:7).
           MOVE "NAME"     TO MR-LINE(75:4).
           MOVE "AMOUNT"   TO MR-LINE(107:6).
           MOVE "DUE DATE" TO MR-LINE(121:8).
           WRITE MR-LINE.

           MOVE ALL "-" TO MR-LINE(1:130).
           WRITE MR-LINE.

       Z700-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z900-CLOSE-FILES SECTION.
      ********************************

           IF MISTAT = "00" OR MISTAT = "10"
               CLOSE MAILMRGI
           END-IF.

           IF MQSTAT = "00"
               CLOSE MAILQUEUE
           END-IF.

           CLOSE MAILMRGX.

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
           DISPLAY "MailMerge: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailMerge oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
