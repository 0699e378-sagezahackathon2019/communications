       FILE-CONTROL.
       COPY "MAILLIST.sl".
       COPY "MAILSTAT.sl".
       COPY "MAILRUNC.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILLIST.fd".
       COPY "MAILSTAT.fd".
       COPY "MAILRUNC.fd".
       WORKING-STORAGE             SECTION.

       77  MLSTAT                      PIC X(2).
       77  MSSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).

       01  WS-STAT-FILE-NAME           PIC X(100).

           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-NL-TALLY             PIC ZZZZZ9.

       COPY "MAILRUNC.ws".

       PROCEDURE                   DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.

           PERFORM Z900-CLOSE-FILES.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
                   WS-DATE-FROM " thru " WS-DATE-TO
                   " reported to " WS-STAT-FILE-NAME.

           MOVE WS-TOT-SUBMITTED TO WS-RUN-READ-COUNT.
           MOVE WS-TOT-SENT      TO WS-RUN-DONE-COUNT.
           MOVE WS-TOT-FAILED    TO WS-RUN-EXCEPT-COUNT.

       A900-EXIT.
      ********************************
           EXIT.
       B110-TALLY-RECORD SECTION.
      ********************************

      *    SUPPRESSED and OPTED-OUT rows are recipients the batch
      *    deliberately did not hand to the vendor - they show up
      *    verbatim in TOTALS BY STATUS but are kept out of the
      *    per-day submitted/sent counts, the failure percentage and
      *    the sender roll-up, so "how many went out" means exactly
      *    that.
           IF ML-STATUS = "SUPPRESSED" OR ML-STATUS = "OPTED-OUT"
               PERFORM B130-TALLY-STATUS
               GO TO B110-EXIT
           END-IF.
      ********************************

           OPEN OUTPUT MAILSTAT.
           IF MSSTAT NOT = "00"
               DISPLAY "MailStats: cannot write " WS-STAT-FILE-NAME
                       " (status " MSSTAT ")"
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

           MOVE SPACES TO MS-LINE.
           STRING "MAIL STATISTICS SUMMARY  " DELIMITED BY SIZE
           IF MLSTAT NOT = "00"
               DISPLAY "MailStats: MAILLIST not available (status "
                       MLSTAT "), nothing to report"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
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
