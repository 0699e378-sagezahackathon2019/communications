      *{Bench}prg-comment
      * MailInvoice.cbl
      * Monthly vendor invoice reconciliation and chargeback.  The
      * vendor bills per recipient for each site code; this run loads
      * the month's MAILINVI invoice detail (TaskId, site code,
      * recipient count billed, charge) and matches it task by task
      * against the MAILLIST and MAILARCH rows for that ML-TASK-ID.
      * The MAILINVX exceptions report lists every task billed but
      * not in our files, sent but not billed, billed for a different
      * count or under another site code than ours, and every task
      * whose bill covers SUPPRESSED, OPTED-OUT or FAILED-FINAL rows
      * that should never have been charged.  Rows a MailRetry
      * re-task moved onto a new TaskId still count against the task
      * they were first submitted under, found by their ML-MAIL-ID
      * prefix.
      *
      * The MAILCHGR chargeback report rolls the month's rows up by
      * ML-PROFILE-ID and prices them at the MAILRATE rate for the
      * profile, so finance can recharge each department from our
      * own numbers; the vendor's billed count and charge for the
      * same profile are shown alongside.
      *
      * X_INVOICE_MONTH (YYYYMM) names the month billed, default the
      * month before the run date.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. MailInvoice.
       AUTHOR. Edgar.Irle.
       REMARKS.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
       COPY "MAILINVI.sl".
       COPY "MAILINVW.sl".
       COPY "MAILINVX.sl".
       COPY "MAILCHGR.sl".
       COPY "MAILLIST.sl".
       COPY "MAILARCH.sl".
       COPY "MAILPROF.sl".
       COPY "MAILRATE.sl".
       COPY "MAILAUDIT.sl".
       COPY "MAILOPER.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILINVI.fd".
       COPY "MAILINVW.fd".
       COPY "MAILINVX.fd".
       COPY "MAILCHGR.fd".
       COPY "MAILLIST.fd".
       COPY "MAILARCH.fd".
       COPY "MAILPROF.fd".
       COPY "MAILRATE.fd".
       COPY "MAILAUDIT.fd".
       COPY "MAILOPER.fd".
       WORKING-STORAGE             SECTION.

       77  IVSTAT                      PIC X(2).
       77  IWSTAT                      PIC X(2).
       77  IXSTAT                      PIC X(2).
       77  CGSTAT                      PIC X(2).
       77  MLSTAT                      PIC X(2).
       77  MASTAT                      PIC X(2).
       77  PFSTAT                      PIC X(2).
       77  RTSTAT                      PIC X(2).
       77  AUSTAT                      PIC X(2).
       77  OPSTAT                      PIC X(2).

       01  WS-INVI-FILE-NAME           PIC X(100).
       01  WS-INVX-FILE-NAME           PIC X(100).
       01  WS-CHGR-FILE-NAME           PIC X(100).

       01  WS-TODAY-DATE               PIC X(21).

      *    The month billed - rows are taken into the chargeback and
      *    the sent-but-not-billed check by ML-DATE-SENT(1:6).
       01  WS-INV-MONTH                PIC X(6).
       01  WS-MONTH-CALC.
           05  WS-MC-YEAR              PIC 9(4).
           05  WS-MC-MONTH             PIC 9(2).

      *    Site code mail sent under the environment defaults (a blank
      *    profile id) is billed to.
       01  WS-DEFAULT-SITE-CODE        PIC X(6).

       01  WS-COMPLETION-CODE          PIC 9(4) VALUE ZERO.

      *    Audit trail - unattended runs are stamped with the
      *    X_OPERATOR_ID of the scheduler sign-on, or "INVOICE" when
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
       01  WS-ARCH-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-ARCH-OPEN            VALUE "Y".
       01  WS-PROF-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-PROF-OPEN            VALUE "Y".
       01  WS-RATE-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-RATE-OPEN            VALUE "Y".
       01  WS-RATE-FOUND-SWITCH        PIC X.
           88  WS-RATE-FOUND           VALUE "Y".
      *    Set once the invoice, MAILLIST and the work file are all
      *    open - the match and the month sweep need every one.
       01  WS-FILES-READY-SWITCH       PIC X VALUE "N".
           88  WS-FILES-READY          VALUE "Y".

      *    Our side of one billed task - rows still carrying the
      *    TaskId, split into those that may be charged and the
      *    SUPPRESSED / OPTED-OUT / FAILED-FINAL ones that may not,
      *    plus the rows first submitted under it and since re-tasked
      *    by MailRetry.
       01  WS-TASK-TALLY.
           05  WS-TK-TASK-ID           PIC X(40).
           05  WS-TK-ROWS              PIC 9(7).
           05  WS-TK-CHARGEABLE        PIC 9(7).
           05  WS-TK-NOCHARGE          PIC 9(7).
           05  WS-TK-RETASKED          PIC 9(7).
           05  WS-TK-PROFILE           PIC X(20).
           05  WS-TK-PROFILE-SW        PIC X.
               88  WS-TK-PROFILE-SET   VALUE "Y".
       01  WS-TK-EXPECTED              PIC 9(7).
       01  WS-TK-SITE-CODE             PIC X(6).

      *    Re-tasked rows are found by the "<task id>-" prefix of
      *    their primary key, which a re-task never changes.
       01  WS-KEY-PREFIX               PIC X(41).
       01  WS-KEY-PREFIX-LEN           PIC 9(3).
       01  WS-TASK-ID-LEN              PIC 9(3).
       01  WS-TID-SCAN                 PIC 9(3).

      *    Task group being swept in ML-TASK-ID order for the
      *    sent-but-not-billed check.
       01  WS-GROUP.
           05  WS-GRP-TASK-ID          PIC X(40).
           05  WS-GRP-CHARGEABLE       PIC 9(7).
           05  WS-GRP-PROFILE          PIC X(20).

       01  SUB                         PIC 9(4) COMP.
       01  WS-PICK                     PIC 9(4) COMP.
       01  WS-FIND-PROFILE             PIC X(20).

      *    One slot per connection profile seen - this month's rows
      *    sent and not chargeable, and what the vendor billed for
      *    the profile's tasks.
       01  WS-PROFILE-TABLE.
           05  WS-PROF-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-PROF-ENTRY OCCURS 200.
               10  WS-PROF-ID          PIC X(20).
               10  WS-PROF-SENT        PIC 9(8).
               10  WS-PROF-NOCHARGE    PIC 9(8).
               10  WS-PROF-BILLED      PIC 9(8).
               10  WS-PROF-VCHARGE     PIC 9(9)V99.
               10  WS-PROF-PRINTED     PIC X.

       01  WS-INVOICE-COUNTS.
           05  WS-INV-LINES            PIC 9(7) VALUE ZERO.
           05  WS-INV-TASKS            PIC 9(7) VALUE ZERO.
           05  WS-INV-BILLED           PIC 9(9) VALUE ZERO.
           05  WS-MATCHED-TASKS        PIC 9(7) VALUE ZERO.
       01  WS-INV-CHARGE               PIC 9(11)V99 VALUE ZERO.

      *    Billed tasks with no rows of ours at all - kept out of the
      *    profile lines and shown on their own.
       01  WS-UNMATCHED-BILLED         PIC 9(8) VALUE ZERO.
       01  WS-UNMATCHED-CHARGE         PIC 9(9)V99 VALUE ZERO.

       01  WS-EXCEPTION-COUNTS.
           05  WS-EXC-TOTAL            PIC 9(7) VALUE ZERO.
           05  WS-EXC-BAD-LINE         PIC 9(7) VALUE ZERO.
           05  WS-EXC-DUP-BILLED       PIC 9(7) VALUE ZERO.
           05  WS-EXC-NOT-OURS         PIC 9(7) VALUE ZERO.
           05  WS-EXC-NOT-BILLED       PIC 9(7) VALUE ZERO.
           05  WS-EXC-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-EXC-NOCHG-BILLED     PIC 9(7) VALUE ZERO.
           05  WS-EXC-SITE             PIC 9(7) VALUE ZERO.
       01  WS-NO-RATE-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-CHARGEBACK-TOTALS.
           05  WS-CB-SENT              PIC 9(9) VALUE ZERO.
           05  WS-CB-NOCHARGE          PIC 9(9) VALUE ZERO.
           05  WS-CB-BILLED            PIC 9(9) VALUE ZERO.
       01  WS-CB-VCHARGE               PIC 9(11)V99 VALUE ZERO.
       01  WS-CB-RECHARGE              PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-RECHARGE            PIC 9(9)V99.
       01  WS-LINE-RATE                PIC 9(3)V9(5).
       01  WS-LINE-DEPT                PIC X(30).

       01  WS-TOTAL-EDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RECHARGE-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Exception line fields loaded by each check before
      *    Z600-WRITE-EXCEPTION prints it.
       01  WS-EXC-LINE.
           05  WS-XL-TYPE              PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-XL-TASK              PIC X(40).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-XL-SITE              PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-XL-BILLED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-XL-OURS              PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-XL-NOCHG             PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-XL-RETASK            PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-XL-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-XL-PROFILE           PIC X(20).

       01  WS-CHG-LINE.
           05  WS-CL-PROFILE           PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-DEPT              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-SENT              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-NOCHG             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-RATE              PIC ZZ9.99999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-RECHARGE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-BILLED            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-VCHARGE           PIC ZZZ,ZZZ,ZZ9.99.

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
               PERFORM B100-LOAD-INVOICE
               PERFORM B200-MATCH-INVOICE
               PERFORM B300-SWEEP-MONTH
               PERFORM B400-PRINT-TOTALS
               PERFORM C100-PRINT-CHARGEBACK
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
               MOVE "INVOICE" TO WS-OPERATOR-ID
           END-IF.

           PERFORM Z960-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-VERIFIED
               GO TO A100-EXIT
           END-IF.

      *    The invoice arrives after the month closes - default to
      *    the month before the run date.
           MOVE SPACES TO WS-INV-MONTH.
           ACCEPT WS-INV-MONTH FROM ENVIRONMENT "X_INVOICE_MONTH".
           IF WS-INV-MONTH = SPACES
               MOVE WS-TODAY-DATE(1:6) TO WS-MONTH-CALC
               IF WS-MC-MONTH = 1
                   SUBTRACT 1 FROM WS-MC-YEAR
                   MOVE 12 TO WS-MC-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MC-MONTH
               END-IF
               MOVE WS-MONTH-CALC TO WS-INV-MONTH
           END-IF.

           MOVE SPACES TO WS-DEFAULT-SITE-CODE.
           ACCEPT WS-DEFAULT-SITE-CODE FROM ENVIRONMENT "X_SITE_CODE".

           MOVE SPACES TO WS-INVI-FILE-NAME.
           ACCEPT WS-INVI-FILE-NAME
               FROM ENVIRONMENT "X_INVOICE_FILE".
           IF WS-INVI-FILE-NAME = SPACES
               MOVE "MAILINVI.TXT" TO WS-INVI-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-INVX-FILE-NAME.
           ACCEPT WS-INVX-FILE-NAME
               FROM ENVIRONMENT "X_INVOICE_REPORT_FILE".
           IF WS-INVX-FILE-NAME = SPACES
               MOVE "MAILINVX.TXT" TO WS-INVX-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-CHGR-FILE-NAME.
           ACCEPT WS-CHGR-FILE-NAME
               FROM ENVIRONMENT "X_CHARGEBACK_REPORT_FILE".
           IF WS-CHGR-FILE-NAME = SPACES
               MOVE "MAILCHGR.TXT" TO WS-CHGR-FILE-NAME
           END-IF.

           PERFORM Z700-OPEN-MAILINVX.

           OPEN INPUT MAILINVI.
           IF IVSTAT NOT = "00"
               DISPLAY "MailInvoice: invoice file "
                       WS-INVI-FILE-NAME(1:60)
                       " not available (status " IVSTAT
                       "), nothing reconciled"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           PERFORM Z200-OPEN-MAILLIST.
           IF MLSTAT NOT = "00"
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           PERFORM Z300-OPEN-MAILARCH.

           PERFORM Z400-OPEN-MAILINVW.
           IF IWSTAT NOT = "00"
               DISPLAY "MailInvoice: MAILINVW work file not "
                       "available (status " IWSTAT
                       "), nothing reconciled"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           OPEN INPUT MAILPROF.
           IF PFSTAT = "00"
               SET WS-PROF-OPEN TO TRUE
           END-IF.

           SET WS-FILES-READY TO TRUE.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A900-REPORT-RESULTS SECTION.
      ********************************

           MOVE WS-INV-CHARGE TO WS-TOTAL-EDIT.
           MOVE WS-CB-RECHARGE TO WS-RECHARGE-EDIT.

           DISPLAY "MailInvoice: month " WS-INV-MONTH " "
                   WS-INV-LINES " invoice line(s), "
                   WS-MATCHED-TASKS " task(s) matched, "
                   WS-EXC-TOTAL " exception(s), billed "
                   WS-TOTAL-EDIT " recharged " WS-RECHARGE-EDIT.

           IF WS-NO-RATE-COUNT > ZERO
               DISPLAY "MailInvoice: " WS-NO-RATE-COUNT
                       " profile(s) have no MAILRATE rate"
           END-IF.

           IF (WS-EXC-TOTAL > ZERO OR WS-NO-RATE-COUNT > ZERO)
               AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

           MOVE "INVOICE-RECON" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "month=" DELIMITED BY SIZE
                  WS-INV-MONTH DELIMITED BY SIZE
                  " lines=" DELIMITED BY SIZE
                  WS-INV-LINES DELIMITED BY SIZE
                  " matched=" DELIMITED BY SIZE
                  WS-MATCHED-TASKS DELIMITED BY SIZE
                  " exceptions=" DELIMITED BY SIZE
                  WS-EXC-TOTAL DELIMITED BY SIZE
                  " billed=" DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  " recharged=" DELIMITED BY SIZE
                  WS-RECHARGE-EDIT DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       A900-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B100-LOAD-INVOICE SECTION.
      ********************************

      *    First pass - the invoice lines go onto MAILINVW keyed by
      *    TaskId, so the match below and the month sweep after it
      *    can look any task up directly.
           IF WS-EOF
               GO TO B100-EXIT
           END-IF.

           PERFORM Z101-READ-MAILINVI.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-INV-LINES
               PERFORM B110-LOAD-ONE-LINE
               PERFORM Z101-READ-MAILINVI
           END-PERFORM.

       B100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B110-LOAD-ONE-LINE SECTION.
      ********************************

           IF IV-TASK-ID = SPACES
               OR IV-BILLED-COUNT-X NOT NUMERIC
               OR IV-CHARGE-X NOT NUMERIC
               MOVE SPACES TO WS-EXC-LINE
               MOVE "BAD-LINE"    TO WS-XL-TYPE
               MOVE IV-TASK-ID    TO WS-XL-TASK
               MOVE IV-SITE-CODE  TO WS-XL-SITE
               ADD 1 TO WS-EXC-BAD-LINE
               PERFORM Z600-WRITE-EXCEPTION
               GO TO B110-EXIT
           END-IF.

           ADD IV-BILLED-COUNT TO WS-INV-BILLED.
           ADD IV-CHARGE TO WS-INV-CHARGE.

           MOVE IV-TASK-ID TO IW-TASK-ID.
           READ MAILINVW RECORD
               INVALID KEY MOVE "23" TO IWSTAT
           END-READ.

      *    A task billed on more than one line is summed and matched
      *    once, and listed so the double billing can be queried.
           IF IWSTAT = "00"
               ADD 1 TO IW-LINE-COUNT
               ADD IV-BILLED-COUNT TO IW-BILLED-COUNT
               ADD IV-CHARGE TO IW-CHARGE
               REWRITE IW-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE SPACES TO WS-EXC-LINE
               MOVE "DUP-BILLED"    TO WS-XL-TYPE
               MOVE IV-TASK-ID      TO WS-XL-TASK
               MOVE IV-SITE-CODE    TO WS-XL-SITE
               MOVE IV-BILLED-COUNT TO WS-XL-BILLED
               MOVE IV-CHARGE       TO WS-XL-CHARGE
               ADD 1 TO WS-EXC-DUP-BILLED
               PERFORM Z600-WRITE-EXCEPTION
               GO TO B110-EXIT
           END-IF.

           MOVE SPACES TO IW-REC.
           MOVE IV-TASK-ID      TO IW-TASK-ID.
           MOVE IV-SITE-CODE    TO IW-SITE-CODE.
           MOVE "Y"             TO IW-BILLED-SW.
           MOVE 1               TO IW-LINE-COUNT.
           MOVE IV-BILLED-COUNT TO IW-BILLED-COUNT.
           MOVE IV-CHARGE       TO IW-CHARGE.
           WRITE IW-REC
               INVALID KEY CONTINUE
           END-WRITE.

           ADD 1 TO WS-INV-TASKS.

       B110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B200-MATCH-INVOICE SECTION.
      ********************************

      *    Second pass - every billed task against our rows for it.
           IF NOT WS-FILES-READY
               GO TO B200-EXIT
           END-IF.

           MOVE LOW-VALUES TO IW-TASK-ID.
           START MAILINVW KEY IS NOT LESS THAN IW-TASK-ID
               INVALID KEY MOVE "23" TO IWSTAT
           END-START.
           IF IWSTAT = "00"
               PERFORM Z401-READ-MAILINVW-NEXT
           END-IF.

           PERFORM UNTIL IWSTAT NOT = "00"
               PERFORM B210-MATCH-ONE-TASK
               PERFORM Z401-READ-MAILINVW-NEXT
           END-PERFORM.

       B200-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B210-MATCH-ONE-TASK SECTION.
      ********************************

           INITIALIZE WS-TASK-TALLY.
           MOVE IW-TASK-ID TO WS-TK-TASK-ID.

           PERFORM B220-TALLY-MAILLIST-TASK.
           PERFORM B230-TALLY-MAILARCH-TASK.
           PERFORM B240-TALLY-RETASKED.

           MOVE SPACES TO WS-EXC-LINE.
           MOVE IW-TASK-ID      TO WS-XL-TASK.
           MOVE IW-SITE-CODE    TO WS-XL-SITE.
           MOVE IW-BILLED-COUNT TO WS-XL-BILLED.
           MOVE IW-CHARGE       TO WS-XL-CHARGE.

           IF WS-TK-ROWS = ZERO AND WS-TK-RETASKED = ZERO
               ADD IW-BILLED-COUNT TO WS-UNMATCHED-BILLED
               ADD IW-CHARGE TO WS-UNMATCHED-CHARGE
               MOVE "NOT-OURS" TO WS-XL-TYPE
               ADD 1 TO WS-EXC-NOT-OURS
               PERFORM Z600-WRITE-EXCEPTION
               GO TO B210-EXIT
           END-IF.

           ADD 1 TO WS-MATCHED-TASKS.

           MOVE WS-TK-CHARGEABLE TO WS-XL-OURS.
           MOVE WS-TK-NOCHARGE   TO WS-XL-NOCHG.
           MOVE WS-TK-RETASKED   TO WS-XL-RETASK.
           MOVE WS-TK-PROFILE    TO WS-XL-PROFILE.

      *    The vendor's side of the task goes to the profile it was
      *    sent under, for the chargeback report to show alongside.
           MOVE WS-TK-PROFILE TO WS-FIND-PROFILE.
           PERFORM B500-FIND-PROFILE-SLOT.
           IF WS-PICK > ZERO
               ADD IW-BILLED-COUNT TO WS-PROF-BILLED(WS-PICK)
               ADD IW-CHARGE TO WS-PROF-VCHARGE(WS-PICK)
           END-IF.

           PERFORM B250-RESOLVE-SITE-CODE.
           IF IW-SITE-CODE NOT = WS-TK-SITE-CODE
               MOVE "SITE" TO WS-XL-TYPE
               ADD 1 TO WS-EXC-SITE
               PERFORM Z600-WRITE-EXCEPTION
           END-IF.

      *    What the vendor may bill is every row that went out under
      *    the task - the ones still carrying it and the ones a retry
      *    has since moved on - less any SUPPRESSED, OPTED-OUT or
      *    FAILED-FINAL row, which never should be.
           COMPUTE WS-TK-EXPECTED = WS-TK-CHARGEABLE + WS-TK-RETASKED.

           EVALUATE TRUE
               WHEN IW-BILLED-COUNT > WS-TK-EXPECTED
                   AND WS-TK-NOCHARGE > ZERO
                   MOVE "NOCHG-BILLED" TO WS-XL-TYPE
                   ADD 1 TO WS-EXC-NOCHG-BILLED
                   PERFORM Z600-WRITE-EXCEPTION
               WHEN IW-BILLED-COUNT NOT = WS-TK-EXPECTED
                   MOVE "COUNT" TO WS-XL-TYPE
                   ADD 1 TO WS-EXC-COUNT
                   PERFORM Z600-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       B210-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B220-TALLY-MAILLIST-TASK SECTION.
      ********************************

           MOVE WS-TK-TASK-ID TO ML-TASK-ID.
           START MAILLIST KEY IS = ML-TASK-ID
               INVALID KEY MOVE "23" TO MLSTAT
           END-START.
           IF MLSTAT = "00"
               PERFORM Z201-READ-MAILLIST-NEXT
           END-IF.

           PERFORM UNTIL MLSTAT NOT = "00"
                            OR ML-TASK-ID NOT = WS-TK-TASK-ID
               PERFORM B260-TALLY-TASK-ROW
               PERFORM Z201-READ-MAILLIST-NEXT
           END-PERFORM.

           MOVE "00" TO MLSTAT.

       B220-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B230-TALLY-MAILARCH-TASK SECTION.
      ********************************

           IF NOT WS-ARCH-OPEN
               GO TO B230-EXIT
           END-IF.

           MOVE WS-TK-TASK-ID TO MA-TASK-ID.
           START MAILARCH KEY IS = MA-TASK-ID
               INVALID KEY MOVE "23" TO MASTAT
           END-START.
           IF MASTAT = "00"
               PERFORM Z301-READ-MAILARCH-NEXT
           END-IF.

           PERFORM UNTIL MASTAT NOT = "00"
                            OR MA-TASK-ID NOT = WS-TK-TASK-ID
               MOVE MA-REC TO ML-REC
               PERFORM B260-TALLY-TASK-ROW
               PERFORM Z301-READ-MAILARCH-NEXT
           END-PERFORM.

       B230-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B240-TALLY-RETASKED SECTION.
      ********************************

      *    Rows keyed "<task id>-<seq>" whose ML-TASK-ID is now some
      *    other task were submitted under this one first and re-sent
      *    by MailRetry.
           MOVE ZERO TO WS-TASK-ID-LEN.
           PERFORM VARYING WS-TID-SCAN FROM 40 BY -1
                   UNTIL WS-TID-SCAN < 1 OR WS-TASK-ID-LEN > 0
               IF WS-TK-TASK-ID(WS-TID-SCAN:1) NOT = SPACE
                   MOVE WS-TID-SCAN TO WS-TASK-ID-LEN
               END-IF
           END-PERFORM.

           IF WS-TASK-ID-LEN = ZERO
               GO TO B240-EXIT
           END-IF.

           MOVE SPACES TO WS-KEY-PREFIX.
           MOVE WS-TK-TASK-ID(1:WS-TASK-ID-LEN)
               TO WS-KEY-PREFIX(1:WS-TASK-ID-LEN).
           COMPUTE WS-KEY-PREFIX-LEN = WS-TASK-ID-LEN + 1.
           MOVE "-" TO WS-KEY-PREFIX(WS-KEY-PREFIX-LEN:1).

           MOVE LOW-VALUES TO ML-MAIL-ID.
           MOVE WS-KEY-PREFIX(1:WS-KEY-PREFIX-LEN)
               TO ML-MAIL-ID(1:WS-KEY-PREFIX-LEN).
           START MAILLIST KEY IS NOT LESS THAN MAILKEY
               INVALID KEY MOVE "23" TO MLSTAT
           END-START.
           IF MLSTAT = "00"
               PERFORM Z201-READ-MAILLIST-NEXT
           END-IF.

           PERFORM UNTIL MLSTAT NOT = "00"
                            OR ML-MAIL-ID(1:WS-KEY-PREFIX-LEN)
                                NOT = WS-KEY-PREFIX
                                       (1:WS-KEY-PREFIX-LEN)
               PERFORM B270-TALLY-RETASKED-ROW
               PERFORM Z201-READ-MAILLIST-NEXT
           END-PERFORM.

           MOVE "00" TO MLSTAT.

           IF NOT WS-ARCH-OPEN
               GO TO B240-EXIT
           END-IF.

           MOVE LOW-VALUES TO MA-MAIL-ID.
           MOVE WS-KEY-PREFIX(1:WS-KEY-PREFIX-LEN)
               TO MA-MAIL-ID(1:WS-KEY-PREFIX-LEN).
           START MAILARCH KEY IS NOT LESS THAN MAILARCHKEY
               INVALID KEY MOVE "23" TO MASTAT
           END-START.
           IF MASTAT = "00"
               PERFORM Z301-READ-MAILARCH-NEXT
           END-IF.

           PERFORM UNTIL MASTAT NOT = "00"
                            OR MA-MAIL-ID(1:WS-KEY-PREFIX-LEN)
                                NOT = WS-KEY-PREFIX
                                       (1:WS-KEY-PREFIX-LEN)
               MOVE MA-REC TO ML-REC
               PERFORM B270-TALLY-RETASKED-ROW
               PERFORM Z301-READ-MAILARCH-NEXT
           END-PERFORM.

       B240-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B250-RESOLVE-SITE-CODE SECTION.
      ********************************

      *    The site code our rows were sent under - the profile's, or
      *    X_SITE_CODE for the environment defaults.  A profile since
      *    removed from MAILPROF resolves to spaces and shows as a
      *    site mismatch.
           IF WS-TK-PROFILE = SPACES
               MOVE WS-DEFAULT-SITE-CODE TO WS-TK-SITE-CODE
               GO TO B250-EXIT
           END-IF.

           MOVE SPACES TO WS-TK-SITE-CODE.

           IF NOT WS-PROF-OPEN
               GO TO B250-EXIT
           END-IF.

           MOVE WS-TK-PROFILE TO PF-PROFILE-ID.
           READ MAILPROF RECORD
               INVALID KEY MOVE "23" TO PFSTAT
           END-READ.

           IF PFSTAT = "00"
               MOVE PF-SITE-CODE TO WS-TK-SITE-CODE
           END-IF.

       B250-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B260-TALLY-TASK-ROW SECTION.
      ********************************

           ADD 1 TO WS-TK-ROWS.

           IF NOT WS-TK-PROFILE-SET
               MOVE ML-PROFILE-ID TO WS-TK-PROFILE
               SET WS-TK-PROFILE-SET TO TRUE
           END-IF.

           IF ML-STATUS = "SUPPRESSED" OR ML-STATUS = "OPTED-OUT"
              OR ML-STATUS = "FAILED-FINAL"
               ADD 1 TO WS-TK-NOCHARGE
           ELSE
               ADD 1 TO WS-TK-CHARGEABLE
           END-IF.

       B260-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B270-TALLY-RETASKED-ROW SECTION.
      ********************************

           IF ML-TASK-ID = WS-TK-TASK-ID
               GO TO B270-EXIT
           END-IF.

           ADD 1 TO WS-TK-RETASKED.

           IF NOT WS-TK-PROFILE-SET
               MOVE ML-PROFILE-ID TO WS-TK-PROFILE
               SET WS-TK-PROFILE-SET TO TRUE
           END-IF.

       B270-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B300-SWEEP-MONTH SECTION.
      ********************************

      *    Third pass - every row sent in the month, in ML-TASK-ID
      *    order so each task's rows arrive together.  The rows feed
      *    the chargeback and each task with chargeable rows is
      *    looked up on MAILINVW for the sent-but-not-billed check.
           IF NOT WS-FILES-READY
               GO TO B300-EXIT
           END-IF.

           INITIALIZE WS-GROUP.

           MOVE LOW-VALUES TO ML-TASK-ID.
           START MAILLIST KEY IS NOT LESS THAN ML-TASK-ID
               INVALID KEY MOVE "23" TO MLSTAT
           END-START.
           IF MLSTAT = "00"
               PERFORM Z201-READ-MAILLIST-NEXT
           END-IF.

           PERFORM UNTIL MLSTAT NOT = "00"
               PERFORM B310-SWEEP-ROW
               PERFORM Z201-READ-MAILLIST-NEXT
           END-PERFORM.

           PERFORM B320-CLOSE-GROUP.

           IF NOT WS-ARCH-OPEN
               GO TO B300-EXIT
           END-IF.

           INITIALIZE WS-GROUP.

           MOVE LOW-VALUES TO MA-TASK-ID.
           START MAILARCH KEY IS NOT LESS THAN MA-TASK-ID
               INVALID KEY MOVE "23" TO MASTAT
           END-START.
           IF MASTAT = "00"
               PERFORM Z301-READ-MAILARCH-NEXT
           END-IF.

           PERFORM UNTIL MASTAT NOT = "00"
               MOVE MA-REC TO ML-REC
               PERFORM B310-SWEEP-ROW
               PERFORM Z301-READ-MAILARCH-NEXT
           END-PERFORM.

           PERFORM B320-CLOSE-GROUP.

       B300-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B310-SWEEP-ROW SECTION.
      ********************************

           IF ML-TASK-ID NOT = WS-GRP-TASK-ID
               PERFORM B320-CLOSE-GROUP
               MOVE ML-TASK-ID TO WS-GRP-TASK-ID
               MOVE ZERO TO WS-GRP-CHARGEABLE
               MOVE SPACES TO WS-GRP-PROFILE
           END-IF.

           IF ML-DATE-SENT(1:6) NOT = WS-INV-MONTH
               GO TO B310-EXIT
           END-IF.

           MOVE ML-PROFILE-ID TO WS-FIND-PROFILE.
           PERFORM B500-FIND-PROFILE-SLOT.

           IF ML-STATUS = "SUPPRESSED" OR ML-STATUS = "OPTED-OUT"
              OR ML-STATUS = "FAILED-FINAL"
               IF WS-PICK > ZERO
                   ADD 1 TO WS-PROF-NOCHARGE(WS-PICK)
               END-IF
           ELSE
               IF WS-PICK > ZERO
                   ADD 1 TO WS-PROF-SENT(WS-PICK)
               END-IF
               ADD 1 TO WS-GRP-CHARGEABLE
               MOVE ML-PROFILE-ID TO WS-GRP-PROFILE
           END-IF.

       B310-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B320-CLOSE-GROUP SECTION.
      ********************************

      *    SUPPRESSED / OPTED-OUT rows carry no TaskId and a task
      *    whose every row was held back never reached the vendor -
      *    neither can be missing from the bill.
           IF WS-GRP-TASK-ID = SPACES OR WS-GRP-CHARGEABLE = ZERO
               GO TO B320-EXIT
           END-IF.

           MOVE WS-GRP-TASK-ID TO IW-TASK-ID.
           READ MAILINVW RECORD
               INVALID KEY MOVE "23" TO IWSTAT
           END-READ.

           IF IWSTAT = "00"
               GO TO B320-EXIT
           END-IF.

           MOVE SPACES TO WS-EXC-LINE.
           MOVE "NOT-BILLED"      TO WS-XL-TYPE.
           MOVE WS-GRP-TASK-ID    TO WS-XL-TASK.
           MOVE ZERO              TO WS-XL-BILLED.
           MOVE WS-GRP-CHARGEABLE TO WS-XL-OURS.
           MOVE WS-GRP-PROFILE    TO WS-XL-PROFILE.
           ADD 1 TO WS-EXC-NOT-BILLED.
           PERFORM Z600-WRITE-EXCEPTION.

      *    Noted on the work file so the same task's rows in the
      *    other file are not listed a second time.
           MOVE SPACES TO IW-REC.
           MOVE WS-GRP-TASK-ID TO IW-TASK-ID.
           MOVE "N" TO IW-BILLED-SW.
           MOVE ZERO TO IW-LINE-COUNT IW-BILLED-COUNT IW-CHARGE.
           WRITE IW-REC
               INVALID KEY CONTINUE
           END-WRITE.

           MOVE "00" TO IWSTAT.

       B320-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B400-PRINT-TOTALS SECTION.
      ********************************

      *    Invoice control totals and the count of each exception -
      *    recipients and charge billed should tie to the invoice
      *    header the vendor sends with the detail.
           MOVE SPACES TO IX-LINE.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "INVOICE LINES        " DELIMITED BY SIZE
                  WS-INV-LINES            DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "TASKS BILLED         " DELIMITED BY SIZE
                  WS-INV-TASKS            DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "RECIPIENTS BILLED    " DELIMITED BY SIZE
                  WS-INV-BILLED           DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE WS-INV-CHARGE TO WS-TOTAL-EDIT.
           MOVE SPACES TO IX-LINE.
           STRING "CHARGE BILLED        " DELIMITED BY SIZE
                  WS-TOTAL-EDIT           DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "TASKS MATCHED        " DELIMITED BY SIZE
                  WS-MATCHED-TASKS        DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "NOT-OURS             " DELIMITED BY SIZE
                  WS-EXC-NOT-OURS         DELIMITED BY SIZE
                  "  BILLED, NO ROWS IN MAILLIST OR MAILARCH"
                                          DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "NOT-BILLED           " DELIMITED BY SIZE
                  WS-EXC-NOT-BILLED       DELIMITED BY SIZE
                  "  SENT IN THE MONTH, NOT ON THE INVOICE"
                                          DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "COUNT                " DELIMITED BY SIZE
                  WS-EXC-COUNT            DELIMITED BY SIZE
                  "  BILLED COUNT DIFFERS FROM ROWS SENT"
                                          DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "NOCHG-BILLED         " DELIMITED BY SIZE
                  WS-EXC-NOCHG-BILLED     DELIMITED BY SIZE
                  "  SUPPRESSED / OPTED-OUT / FAILED-FINAL ROWS CHARGED"
                                          DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "SITE                 " DELIMITED BY SIZE
                  WS-EXC-SITE             DELIMITED BY SIZE
                  "  BILLED TO ANOTHER SITE CODE"
                                          DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "DUP-BILLED           " DELIMITED BY SIZE
                  WS-EXC-DUP-BILLED       DELIMITED BY SIZE
                  "  TASK ON MORE THAN ONE INVOICE LINE"
                                          DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           STRING "BAD-LINE             " DELIMITED BY SIZE
                  WS-EXC-BAD-LINE         DELIMITED BY SIZE
                  "  INVOICE LINE NOT READABLE"
                                          DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

       B400-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B500-FIND-PROFILE-SLOT SECTION.
      ********************************

      *    Linear search of the profile table for WS-FIND-PROFILE -
      *    leaves WS-PICK on its slot, adding a fresh one the first
      *    time a profile is seen.
           MOVE ZERO TO WS-PICK.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WS-PROF-COUNT OR WS-PICK > ZERO
               IF WS-PROF-ID(SUB) = WS-FIND-PROFILE
                   MOVE SUB TO WS-PICK
               END-IF
           END-PERFORM.

           IF WS-PICK > ZERO
               GO TO B500-EXIT
           END-IF.

      *    200 profiles is the table's limit - the chargeback could
      *    no longer foot to the month's rows, so say so and end the
      *    run with code 8.
           IF WS-PROF-COUNT >= 200
               DISPLAY "MailInvoice: profile table full, "
                       WS-FIND-PROFILE " not charged back"
               IF WS-COMPLETION-CODE < 8
                   MOVE 8 TO WS-COMPLETION-CODE
               END-IF
               GO TO B500-EXIT
           END-IF.

           ADD 1 TO WS-PROF-COUNT.
           MOVE WS-PROF-COUNT TO WS-PICK.
           MOVE WS-FIND-PROFILE TO WS-PROF-ID(WS-PICK).
           MOVE ZERO TO WS-PROF-SENT(WS-PICK)
                        WS-PROF-NOCHARGE(WS-PICK)
                        WS-PROF-BILLED(WS-PICK)
                        WS-PROF-VCHARGE(WS-PICK).
           MOVE "N" TO WS-PROF-PRINTED(WS-PICK).

       B500-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       C100-PRINT-CHARGEBACK SECTION.
      ********************************

           IF NOT WS-FILES-READY
               GO TO C100-EXIT
           END-IF.

           OPEN OUTPUT MAILCHGR.
           IF CGSTAT NOT = "00"
               DISPLAY "MailInvoice: cannot write " WS-CHGR-FILE-NAME
                       " (status " CGSTAT ")"
               MOVE 12 TO WS-COMPLETION-CODE
               GO TO C100-EXIT
           END-IF.

           OPEN INPUT MAILRATE.
           IF RTSTAT = "00"
               SET WS-RATE-OPEN TO TRUE
           ELSE
               DISPLAY "MailInvoice: MAILRATE not available (status "
                       RTSTAT "), no profile can be charged back"
           END-IF.

           MOVE SPACES TO CG-LINE.
           STRING "MAIL CHARGEBACK BY CONNECTION PROFILE  MONTH "
                                           DELIMITED BY SIZE
                  WS-INV-MONTH             DELIMITED BY SIZE
                  "  RUN "                 DELIMITED BY SIZE
                  WS-TODAY-DATE(1:8)       DELIMITED BY SIZE
                  INTO CG-LINE
           END-STRING.
           WRITE CG-LINE.

           MOVE SPACES TO CG-LINE.
           WRITE CG-LINE.

           MOVE "PROFILE" TO CG-LINE.
           MOVE "DEPARTMENT"    TO CG-LINE(23:10).
           MOVE "SENT"          TO CG-LINE(59:4).
           MOVE "NO-CHG"        TO CG-LINE(67:6).
           MOVE "RATE"          TO CG-LINE(80:4).
           MOVE "RECHARGE"      TO CG-LINE(92:8).
           MOVE "BILLED"        TO CG-LINE(104:6).
           MOVE "VENDOR CHARGE" TO CG-LINE(113:13).
           WRITE CG-LINE.

           MOVE ALL "-" TO CG-LINE(1:125).
           WRITE CG-LINE.

      *    Profiles in id order - the table is small, so a selection
      *    pass over it per line is plenty.
           PERFORM WS-PROF-COUNT TIMES
               MOVE ZERO TO WS-PICK
               PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > WS-PROF-COUNT
                   IF WS-PROF-PRINTED(SUB) NOT = "Y"
                       IF WS-PICK = ZERO
                           MOVE SUB TO WS-PICK
                       ELSE
                           IF WS-PROF-ID(SUB) < WS-PROF-ID(WS-PICK)
                               MOVE SUB TO WS-PICK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICK > ZERO
                   PERFORM C110-PRINT-ONE-PROFILE
                   MOVE "Y" TO WS-PROF-PRINTED(WS-PICK)
               END-IF
           END-PERFORM.

      *    Billed tasks that are not ours have no profile to charge -
      *    they stand on their own line for the vendor query.
           IF WS-UNMATCHED-BILLED > ZERO OR WS-UNMATCHED-CHARGE > ZERO
               MOVE SPACES TO WS-CHG-LINE
               MOVE "(NOT OURS)" TO WS-CL-PROFILE
               MOVE "BILLED, NO ROWS FOUND" TO WS-CL-DEPT
               MOVE ZERO TO WS-CL-SENT WS-CL-NOCHG WS-CL-RATE
                            WS-CL-RECHARGE
               MOVE WS-UNMATCHED-BILLED TO WS-CL-BILLED
               MOVE WS-UNMATCHED-CHARGE TO WS-CL-VCHARGE
               MOVE WS-CHG-LINE TO CG-LINE
               WRITE CG-LINE
               ADD WS-UNMATCHED-BILLED TO WS-CB-BILLED
               ADD WS-UNMATCHED-CHARGE TO WS-CB-VCHARGE
           END-IF.

           MOVE ALL "-" TO CG-LINE(1:125).
           WRITE CG-LINE.

           MOVE SPACES TO WS-CHG-LINE.
           MOVE "TOTAL" TO WS-CL-PROFILE.
           MOVE WS-CB-SENT     TO WS-CL-SENT.
           MOVE WS-CB-NOCHARGE TO WS-CL-NOCHG.
           MOVE ZERO           TO WS-CL-RATE.
           MOVE WS-CB-RECHARGE TO WS-CL-RECHARGE.
           MOVE WS-CB-BILLED   TO WS-CL-BILLED.
           MOVE WS-CB-VCHARGE  TO WS-CL-VCHARGE.
           MOVE WS-CHG-LINE TO CG-LINE.
           WRITE CG-LINE.

           IF WS-NO-RATE-COUNT > ZERO
               MOVE SPACES TO CG-LINE
               WRITE CG-LINE
               MOVE SPACES TO CG-LINE
               STRING "PROFILES WITH NO RATE " DELIMITED BY SIZE
                      WS-NO-RATE-COUNT         DELIMITED BY SIZE
                      " - SET THEM UP ON THE RATES SCREEN"
                                               DELIMITED BY SIZE
                      INTO CG-LINE
               END-STRING
               WRITE CG-LINE
           END-IF.

           IF WS-RATE-OPEN
               CLOSE MAILRATE
           END-IF.

           CLOSE MAILCHGR.

       C100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       C110-PRINT-ONE-PROFILE SECTION.
      ********************************

           MOVE ZERO TO WS-LINE-RATE.
           MOVE "** NO RATE **" TO WS-LINE-DEPT.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.

           IF WS-RATE-OPEN
               MOVE WS-PROF-ID(WS-PICK) TO RT-PROFILE-ID
               READ MAILRATE RECORD
                   INVALID KEY MOVE "23" TO RTSTAT
               END-READ
               IF RTSTAT = "00"
                   MOVE RT-RATE       TO WS-LINE-RATE
                   MOVE RT-DEPARTMENT TO WS-LINE-DEPT
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-IF.

           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

           COMPUTE WS-LINE-RECHARGE ROUNDED =
               WS-PROF-SENT(WS-PICK) * WS-LINE-RATE.

           MOVE SPACES TO WS-CHG-LINE.
           IF WS-PROF-ID(WS-PICK) = SPACES
               MOVE "(DEFAULT)" TO WS-CL-PROFILE
           ELSE
               MOVE WS-PROF-ID(WS-PICK) TO WS-CL-PROFILE
           END-IF.
           MOVE WS-LINE-DEPT              TO WS-CL-DEPT.
           MOVE WS-PROF-SENT(WS-PICK)     TO WS-CL-SENT.
           MOVE WS-PROF-NOCHARGE(WS-PICK) TO WS-CL-NOCHG.
           MOVE WS-LINE-RATE              TO WS-CL-RATE.
           MOVE WS-LINE-RECHARGE          TO WS-CL-RECHARGE.
           MOVE WS-PROF-BILLED(WS-PICK)   TO WS-CL-BILLED.
           MOVE WS-PROF-VCHARGE(WS-PICK)  TO WS-CL-VCHARGE.
           MOVE WS-CHG-LINE TO CG-LINE.
           WRITE CG-LINE.

           ADD WS-PROF-SENT(WS-PICK)     TO WS-CB-SENT.
           ADD WS-PROF-NOCHARGE(WS-PICK) TO WS-CB-NOCHARGE.
           ADD WS-PROF-BILLED(WS-PICK)   TO WS-CB-BILLED.
           ADD WS-PROF-VCHARGE(WS-PICK)  TO WS-CB-VCHARGE.
           ADD WS-LINE-RECHARGE          TO WS-CB-RECHARGE.

       C110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z101-READ-MAILINVI SECTION.
      ********************************

           READ MAILINVI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       Z101-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z200-OPEN-MAILLIST SECTION.
      ********************************

           OPEN INPUT MAILLIST.

           IF MLSTAT NOT = "00"
               DISPLAY "MailInvoice: MAILLIST not available (status "
                       MLSTAT "), nothing reconciled"
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

       Z200-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z201-READ-MAILLIST-NEXT SECTION.
      ********************************

           READ MAILLIST NEXT RECORD
               AT END MOVE "10" TO MLSTAT
           END-READ.

       Z201-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z300-OPEN-MAILARCH SECTION.
      ********************************

           OPEN INPUT MAILARCH.

           IF MASTAT = "00"
               SET WS-ARCH-OPEN TO TRUE
           ELSE
               DISPLAY "MailInvoice: MAILARCH not available (status "
                       MASTAT "), archive rows not matched"
           END-IF.

       Z300-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z301-READ-MAILARCH-NEXT SECTION.
      ********************************

           READ MAILARCH NEXT RECORD
               AT END MOVE "10" TO MASTAT
           END-READ.

       Z301-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z400-OPEN-MAILINVW SECTION.
      ********************************

      *    Rebuilt empty every run - the work file only ever holds
      *    the invoice being reconciled.
           OPEN OUTPUT MAILINVW.
           CLOSE MAILINVW.
           OPEN I-O MAILINVW.

       Z400-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z401-READ-MAILINVW-NEXT SECTION.
      ********************************

           READ MAILINVW NEXT RECORD
               AT END MOVE "10" TO IWSTAT
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
       Z600-WRITE-EXCEPTION SECTION.
      ********************************

           ADD 1 TO WS-EXC-TOTAL.

           MOVE WS-EXC-LINE TO IX-LINE.
           WRITE IX-LINE.

       Z600-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z700-OPEN-MAILINVX SECTION.
      ********************************

           OPEN OUTPUT MAILINVX.

           MOVE SPACES TO IX-LINE.
           STRING "VENDOR INVOICE EXCEPTIONS  MONTH " DELIMITED BY SIZE
                  WS-INV-MONTH                        DELIMITED BY SIZE
                  "  RUN "                            DELIMITED BY SIZE
                  WS-TODAY-DATE(1:8)                  DELIMITED BY SIZE
                  INTO IX-LINE
           END-STRING.
           WRITE IX-LINE.

           MOVE SPACES TO IX-LINE.
           WRITE IX-LINE.

           MOVE "EXCEPTION     TASK ID" TO IX-LINE.
           MOVE "SITE"          TO IX-LINE(56:4).
           MOVE "BILLED"        TO IX-LINE(64:6).
           MOVE "OURS"          TO IX-LINE(74:4).
           MOVE "NO-CHG"        TO IX-LINE(80:6).
           MOVE "RETASK"        TO IX-LINE(88:6).
           MOVE "CHARGE"        TO IX-LINE(103:6).
           MOVE "PROFILE"       TO IX-LINE(110:7).
           WRITE IX-LINE.

           MOVE ALL "-" TO IX-LINE(1:130).
           WRITE IX-LINE.

       Z700-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z900-CLOSE-FILES SECTION.
      ********************************

           CLOSE MAILINVI.

           CLOSE MAILINVW.

           CLOSE MAILLIST.

           IF WS-ARCH-OPEN
               CLOSE MAILARCH
           END-IF.

           IF WS-PROF-OPEN
               CLOSE MAILPROF
           END-IF.

           CLOSE MAILINVX.

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
           DISPLAY "MailInvoice: operator " WS-OPERATOR-ID
                   " rejected (" WS-OPER-REJECT-REASON
                   "), nothing run".

           MOVE 12 TO WS-COMPLETION-CODE.

           MOVE "SIGNON-FAIL" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAILS.
           STRING "prog=MailInvoice oper=" DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-OPER-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-AUD-DETAILS
           END-STRING.
           PERFORM Z500-WRITE-AUDIT.

       Z960-EXIT.
      ********************************
           EXIT.
