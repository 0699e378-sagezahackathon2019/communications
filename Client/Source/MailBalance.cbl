      * exception report the next morning instead of at audit time.
      * Rows are counted by their ML-MAIL-ID task prefix, which a
      * MailRetry re-task does not change, so a retried row still
      * balances to its original submission.  Entries a send cap
      * held back are proved the same way: every entry the batch
      * found due was either processed or carried forward, and the
      * carried-forward count agrees with the per-profile THROTTLED
      * lines.
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       COPY "MAILLIST.sl".
       COPY "MAILARCH.sl".
       COPY "MAILBALR.sl".
       COPY "MAILRUNC.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       COPY "MAILAUDIT.fd".
       COPY "MAILLIST.fd".
       COPY "MAILARCH.fd".
       COPY "MAILBALR.fd".
       COPY "MAILRUNC.fd".
       WORKING-STORAGE             SECTION.

       77  AUSTAT                      PIC X(2).
       77  MLSTAT                      PIC X(2).
       77  MASTAT                      PIC X(2).
       77  BRSTAT                      PIC X(2).
       77  RCSTAT                      PIC X(2).
       COPY "MAILAUDIT.ws".

       01  WS-BALR-FILE-NAME           PIC X(100).
       01  WS-RT-TOTALS.
           05  WS-RT-SENT              PIC 9(8) VALUE ZERO.
           05  WS-RT-FAILED            PIC 9(8) VALUE ZERO.
           05  WS-RT-DUE               PIC 9(8) VALUE ZERO.
           05  WS-RT-PROCESSED         PIC 9(8) VALUE ZERO.
           05  WS-RT-THROTTLED         PIC 9(8) VALUE ZERO.
       01  WS-RT-ACCOUNTED             PIC 9(8) VALUE ZERO.

      *    THROTTLED lines - one per profile per run that carried
      *    entries forward over a send cap, by priority class.
       01  WS-THR-TABLE.
           05  WS-THR-COUNT            PIC 9(2) COMP VALUE ZERO.
           05  WS-THR-ENTRY OCCURS 50.
               10  WS-THR-PROFILE      PIC X(20).
               10  WS-THR-URGENT       PIC 9(6).
               10  WS-THR-NORMAL       PIC 9(6).
               10  WS-THR-BULK         PIC 9(6).
       01  WS-THR-TOTAL                PIC 9(8) VALUE ZERO.
       01  WS-THR-OVERFLOW             PIC 9(4) VALUE ZERO.

       01  WS-SUBMIT-COUNTS.
           05  WS-SUB-SENT             PIC 9(8) VALUE ZERO.
       01  WS-PARSE-RECIPS             PIC X(5).
       01  WS-PARSE-RECIPS-N           PIC 9(5).
       01  WS-PARSE-NUM6               PIC X(6).
       01  WS-MARKER-TEXT              PIC X(20).
       01  WS-MARKER-LEN               PIC 9(2).
       01  WS-MARKER-VALUE             PIC 9(8).

      *    Per-task verification - rows are counted by the
      *    ML-MAIL-ID prefix "<task id>-" the writers build.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-FLAG              PIC X(20).

       COPY "MAILRUNC.ws".

       PROCEDURE                   DIVISION.
       DECLARATIVES.
       I-O-ERROR SECTION.

           PERFORM Z900-CLOSE-FILES.

           PERFORM Z950-POST-RUN-CONTROL.

           MOVE WS-COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
                   WS-OUTBAL-COUNT " out of balance - report in "
                   WS-BALR-FILE-NAME(1:40).

           MOVE WS-CHECKED-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-INBAL-COUNT   TO WS-RUN-DONE-COUNT.
           MOVE WS-OUTBAL-COUNT  TO WS-RUN-EXCEPT-COUNT.

      *    Anything out of balance fails the step, so MailJobStream
      *    holds MailArchive until the night has been put right.
           IF WS-OUTBAL-COUNT > ZERO AND WS-COMPLETION-CODE < 8
               MOVE 8 TO WS-COMPLETION-CODE
           END-IF.

       A900-EXIT.
      ********************************
           EXIT.
                           PERFORM B110-COLLECT-SUBMIT
                       WHEN "RUN-TOTALS    "
                           PERFORM B120-COLLECT-RUN-TOTALS
                       WHEN "THROTTLED     "
                           PERFORM B130-COLLECT-THROTTLED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           PERFORM B210-FIND-MARKER-NUM6-SENT.
           PERFORM B220-FIND-MARKER-NUM6-FAILED.

           MOVE " due=" TO WS-MARKER-TEXT.
           MOVE 5 TO WS-MARKER-LEN.
           PERFORM B230-FIND-MARKER-NUM6.
           ADD WS-MARKER-VALUE TO WS-RT-DUE.

           MOVE " processed=" TO WS-MARKER-TEXT.
           MOVE 11 TO WS-MARKER-LEN.
           PERFORM B230-FIND-MARKER-NUM6.
           ADD WS-MARKER-VALUE TO WS-RT-PROCESSED.

           MOVE " throttled=" TO WS-MARKER-TEXT.
           MOVE 11 TO WS-MARKER-LEN.
           PERFORM B230-FIND-MARKER-NUM6.
           ADD WS-MARKER-VALUE TO WS-RT-THROTTLED.

           IF WS-RT-OPER-COUNT < 10
               ADD 1 TO WS-RT-OPER-COUNT
               MOVE AU-LINE(23:20)
      ********************************
           EXIT.

      ******************************************************************
       B130-COLLECT-THROTTLED SECTION.
      ********************************

      *    Every line counts toward the total even when the listing
      *    table is full, so the cross-foot never goes short.
           MOVE "profile=" TO WS-MARKER-TEXT.
           MOVE 8 TO WS-MARKER-LEN.
           PERFORM B240-FIND-MARKER.

           IF WS-THR-COUNT < 50
               ADD 1 TO WS-THR-COUNT
               MOVE SPACES TO WS-THR-PROFILE(WS-THR-COUNT)
               IF WS-MARKER-POS > ZERO
                   MOVE AU-LINE(WS-MARKER-POS + 8:20)
                       TO WS-THR-PROFILE(WS-THR-COUNT)
               END-IF
               MOVE ZERO TO WS-THR-URGENT(WS-THR-COUNT)
                            WS-THR-NORMAL(WS-THR-COUNT)
                            WS-THR-BULK(WS-THR-COUNT)
           ELSE
               ADD 1 TO WS-THR-OVERFLOW
           END-IF.

           MOVE " urgent=" TO WS-MARKER-TEXT.
           MOVE 8 TO WS-MARKER-LEN.
           PERFORM B230-FIND-MARKER-NUM6.
           ADD WS-MARKER-VALUE TO WS-THR-TOTAL.
           IF WS-THR-OVERFLOW = ZERO
               MOVE WS-MARKER-VALUE TO WS-THR-URGENT(WS-THR-COUNT)
           END-IF.

           MOVE " normal=" TO WS-MARKER-TEXT.
           MOVE 8 TO WS-MARKER-LEN.
           PERFORM B230-FIND-MARKER-NUM6.
           ADD WS-MARKER-VALUE TO WS-THR-TOTAL.
           IF WS-THR-OVERFLOW = ZERO
               MOVE WS-MARKER-VALUE TO WS-THR-NORMAL(WS-THR-COUNT)
           END-IF.

           MOVE " bulk=" TO WS-MARKER-TEXT.
           MOVE 6 TO WS-MARKER-LEN.
           PERFORM B230-FIND-MARKER-NUM6.
           ADD WS-MARKER-VALUE TO WS-THR-TOTAL.
           IF WS-THR-OVERFLOW = ZERO
               MOVE WS-MARKER-VALUE TO WS-THR-BULK(WS-THR-COUNT)
           END-IF.

       B130-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B200-PARSE-SUBMIT-LINE SECTION.
      ********************************
      ********************************
           EXIT.

      ******************************************************************
       B230-FIND-MARKER-NUM6 SECTION.
      ********************************

      *    Value of the six-digit count following WS-MARKER-TEXT, or
      *    zero when the line does not carry the marker - RUN-TOTALS
      *    lines written before a count was added simply add nothing.
           MOVE ZERO TO WS-MARKER-VALUE.

           PERFORM B240-FIND-MARKER.

           IF WS-MARKER-POS > ZERO
               MOVE AU-LINE(WS-MARKER-POS + WS-MARKER-LEN:6)
                   TO WS-PARSE-NUM6
               IF WS-PARSE-NUM6 NUMERIC
                   COMPUTE WS-MARKER-VALUE =
                       FUNCTION NUMVAL(WS-PARSE-NUM6)
               END-IF
           END-IF.

       B230-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B240-FIND-MARKER SECTION.
      ********************************

           MOVE ZERO TO WS-MARKER-POS.
           PERFORM VARYING WS-SCAN-PTR FROM 59 BY 1
                   UNTIL WS-SCAN-PTR > 300 OR WS-MARKER-POS > ZERO
               IF AU-LINE(WS-SCAN-PTR:WS-MARKER-LEN)
                   = WS-MARKER-TEXT(1:WS-MARKER-LEN)
                   MOVE WS-SCAN-PTR TO WS-MARKER-POS
               END-IF
           END-PERFORM.

       B240-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       B300-VERIFY-TASKS SECTION.
      ********************************
               MOVE "BATCH DID NOT FINISH ITS SUMMARY"
                   TO BR-LINE(45:40)
               WRITE BR-LINE
               IF WS-COMPLETION-CODE < 8
                   MOVE 8 TO WS-COMPLETION-CODE
               END-IF
               GO TO B400-EXIT
           END-IF.

           END-STRING.
           IF WS-RT-SENT NOT = WS-SUB-SENT
               MOVE "** MISMATCH" TO BR-LINE(60:11)
               IF WS-COMPLETION-CODE < 8
                   MOVE 8 TO WS-COMPLETION-CODE
               END-IF
           END-IF.
           WRITE BR-LINE.

           END-STRING.
           IF WS-RT-FAILED NOT = WS-SUB-FAILED
               MOVE "** MISMATCH" TO BR-LINE(60:11)
               IF WS-COMPLETION-CODE < 8
                   MOVE 8 TO WS-COMPLETION-CODE
               END-IF
           END-IF.
           WRITE BR-LINE.

      *    Every entry the batch found due was either processed or
      *    carried forward over a send cap - nothing else may happen
      *    to it.
           ADD WS-RT-PROCESSED WS-RT-THROTTLED
               GIVING WS-RT-ACCOUNTED.
           MOVE SPACES TO BR-LINE.
           STRING "RUN-TOTALS DUE "   DELIMITED BY SIZE
                  WS-RT-DUE           DELIMITED BY SIZE
                  "  PROCESSED "      DELIMITED BY SIZE
                  WS-RT-PROCESSED     DELIMITED BY SIZE
                  "  THROTTLED "      DELIMITED BY SIZE
                  WS-RT-THROTTLED     DELIMITED BY SIZE
                  INTO BR-LINE
           END-STRING.
           IF WS-RT-DUE NOT = WS-RT-ACCOUNTED
               MOVE "** MISMATCH" TO BR-LINE(72:11)
               IF WS-COMPLETION-CODE < 8
                   MOVE 8 TO WS-COMPLETION-CODE
               END-IF
           END-IF.
           WRITE BR-LINE.

           PERFORM B420-PRINT-THROTTLED
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > WS-THR-COUNT.

           IF WS-THR-OVERFLOW > ZERO
               MOVE SPACES TO BR-LINE
               STRING "THROTTLED LINES NOT LISTED - TABLE FULL "
                                      DELIMITED BY SIZE
                      WS-THR-OVERFLOW DELIMITED BY SIZE
                      INTO BR-LINE
               END-STRING
               WRITE BR-LINE
           END-IF.

           MOVE SPACES TO BR-LINE.
           STRING "RUN-TOTALS THROTTLED " DELIMITED BY SIZE
                  WS-RT-THROTTLED         DELIMITED BY SIZE
                  "  BY PROFILE "         DELIMITED BY SIZE
                  WS-THR-TOTAL            DELIMITED BY SIZE
                  INTO BR-LINE
           END-STRING.
           IF WS-RT-THROTTLED NOT = WS-THR-TOTAL
               MOVE "** MISMATCH" TO BR-LINE(72:11)
               IF WS-COMPLETION-CODE < 8
                   MOVE 8 TO WS-COMPLETION-CODE
               END-IF
           END-IF.
           WRITE BR-LINE.

      ********************************
           EXIT.

      ******************************************************************
       B420-PRINT-THROTTLED SECTION.
      ********************************

           MOVE SPACES TO BR-LINE.
           STRING "THROTTLED PROFILE " DELIMITED BY SIZE
                  WS-THR-PROFILE(SUB)  DELIMITED BY SIZE
                  "  URGENT "          DELIMITED BY SIZE
                  WS-THR-URGENT(SUB)   DELIMITED BY SIZE
                  "  NORMAL "          DELIMITED BY SIZE
                  WS-THR-NORMAL(SUB)   DELIMITED BY SIZE
                  "  BULK "            DELIMITED BY SIZE
                  WS-THR-BULK(SUB)     DELIMITED BY SIZE
                  INTO BR-LINE
           END-STRING.
           WRITE BR-LINE.

       B420-EXIT.
      ********************************
           EXIT.

      ******************************************************************
       Z101-READ-MAILAUDIT-NEXT SECTION.
      ********************************
           IF MLSTAT NOT = "00"
               DISPLAY "MailBalance: MAILLIST not available (status "
                       MLSTAT ")"
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

       Z200-EXIT.
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
