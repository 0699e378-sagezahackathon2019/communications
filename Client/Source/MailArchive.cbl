       FILE-CONTROL.
       COPY "MAILLIST.sl".
       COPY "MAILARCH.sl".
       COPY "MAILRUNC.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILLIST.fd".
       COPY "MAILARCH.fd".
       COPY "MAILRUNC.fd".
       WORKING-STORAGE             SECTION.

       77  MLSTAT                      PIC X(2).
       77  MASTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).

       01  WS-TODAY-DATE               PIC X(21).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".

      *    The purge only runs on a night MailBalance has proven -
      *    MailBalance is step 07 of the MailJobStream window.
       01  WS-BALANCE-STEP-NO          PIC 9(2) VALUE 7.
       01  WS-BALANCE-SWITCH           PIC X VALUE "Y".
           88  WS-BALANCE-PROVEN       VALUE "Y".

       01  WS-ARCHIVE-COUNTS.
           05  WS-SCANNED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-ARCHIVED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-KEPT-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-WRITE-FAIL-COUNT     PIC 9(6) VALUE ZERO.

       COPY "MAILRUNC.ws".

       PROCEDURE                   DIVISION.
       DECLARATIVES.

           PERFORM Z900-CLOSE-FILES.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
           PERFORM Z200-OPEN-MAILLIST.
           PERFORM Z300-OPEN-MAILARCH.

           IF MLSTAT NOT = "00" OR MASTAT NOT = "00"
               DISPLAY "MailArchive: cannot open MAILLIST/MAILARCH "
                       "(status " MLSTAT "/" MASTAT "), nothing purged"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
               GO TO A100-EXIT
           END-IF.

           PERFORM A110-CHECK-BALANCE.

           IF NOT WS-BALANCE-PROVEN
               MOVE 8 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

       A100-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A110-CHECK-BALANCE SECTION.
      ********************************

      *    Rows archived tonight drop out of the files MailBalance
      *    cross-foots, so the purge must wait until the night has
      *    balanced.  Under MailJobStream (X_RUN_STEP set) the
      *    MailBalance step for the run date must be on MAILRUNC as
      *    COMPLETE below return code 8; a run by hand is held back
      *    only if the run-control file shows that date's balance
      *    step as not proven.
           MOVE SPACES TO WS-RC-DATE-ENV.
           ACCEPT WS-RC-DATE-ENV FROM ENVIRONMENT "X_RUN_DATE".
           IF WS-RC-DATE-ENV = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-RC-DATE-ENV
           END-IF.

           MOVE SPACES TO WS-RC-STEP-ENV.
           ACCEPT WS-RC-STEP-ENV FROM ENVIRONMENT "X_RUN_STEP".

           OPEN INPUT MAILRUNC.
           IF RCSTAT NOT = "00"
               IF WS-RC-STEP-ENV NOT = SPACES
                   MOVE "N" TO WS-BALANCE-SWITCH
                   DISPLAY "MailArchive: MAILRUNC not available "
                           "(status " RCSTAT "), purge held"
               END-IF
               GO TO A110-EXIT
           END-IF.

           MOVE WS-RC-DATE-ENV     TO RC-RUN-DATE.
           MOVE WS-BALANCE-STEP-NO TO RC-STEP-NO.
           READ MAILRUNC RECORD
               INVALID KEY MOVE "23" TO RCSTAT
           END-READ.

           IF RCSTAT = "00"
               IF RC-STEP-STATUS NOT = "COMPLETE"
                  OR RC-RETURN-CODE NOT < 8
                   MOVE "N" TO WS-BALANCE-SWITCH
               END-IF
           ELSE
               IF WS-RC-STEP-ENV NOT = SPACES
                   MOVE "N" TO WS-BALANCE-SWITCH
               END-IF
           END-IF.

           CLOSE MAILRUNC.

           IF NOT WS-BALANCE-PROVEN
               DISPLAY "MailArchive: MailBalance has not proven "
                       WS-RC-DATE-ENV ", purge held"
           END-IF.

       A110-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       A900-REPORT-RESULTS SECTION.
      ********************************
                   WS-KEPT-COUNT " kept (retention "
                   WS-RETENTION-DAYS " days)".

           MOVE WS-SCANNED-COUNT    TO WS-RUN-READ-COUNT.
           MOVE WS-ARCHIVED-COUNT   TO WS-RUN-DONE-COUNT.
           MOVE WS-WRITE-FAIL-COUNT TO WS-RUN-EXCEPT-COUNT.

           IF WS-WRITE-FAIL-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.
       B100-ARCHIVE-SWEEP SECTION.
      ********************************

           IF NOT WS-EOF
               PERFORM Z101-READ-MAILLIST-NEXT
           END-IF.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               ADD 1 TO WS-WRITE-FAIL-COUNT
               DISPLAY "MailArchive: archive write failed for "
                       ML-MAIL-ID " (status " MASTAT "), row kept"
           END-IF.
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
