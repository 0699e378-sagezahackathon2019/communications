       COPY "MAILSTIN.sl".
       COPY "MAILLIST.sl".
       COPY "MAILSUPP.sl".
       COPY "MAILRUNC.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILSTIN.fd".
       COPY "MAILLIST.fd".
       COPY "MAILSUPP.fd".
       COPY "MAILRUNC.fd".
       WORKING-STORAGE             SECTION.

       77  MXSTAT                      PIC X(2).
       77  MLSTAT                      PIC X(2).
       77  SPSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).

       01  WS-STIN-FILE-NAME           PIC X(100).

           05  WS-NOTFOUND-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-SUPP-ADDED-COUNT     PIC 9(6) VALUE ZERO.

       COPY "MAILRUNC.ws".

       PROCEDURE                   DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.

           PERFORM Z900-CLOSE-FILES.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
                       WS-STIN-FILE-NAME(1:60)
                       " not available (status " MXSTAT
                       "), nothing to load"
               MOVE 4 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

           IF MLSTAT NOT = "00"
               DISPLAY "MailStatusLoad: MAILLIST not available "
                       "(status " MLSTAT "), nothing loaded"
               MOVE 12 TO WS-COMPLETION-CODE
               SET WS-EOF TO TRUE
           END-IF.

                   WS-NOTFOUND-COUNT " task(s) not on MAILLIST, "
                   WS-SUPP-ADDED-COUNT " address(es) suppressed".

           MOVE WS-EXTRACT-COUNT  TO WS-RUN-READ-COUNT.
           MOVE WS-UPDATED-COUNT  TO WS-RUN-DONE-COUNT.
           MOVE WS-NOTFOUND-COUNT TO WS-RUN-EXCEPT-COUNT.

           IF WS-NOTFOUND-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.
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
