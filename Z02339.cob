      * A SIGNATURE IS FLAGGED WHEN IT WAS NOT SEEN AT ALL THE PRIOR
      * DAY (NEW), OR WHEN ITS COUNT MORE THAN DOUBLED (JUMP).
      *
      * A SECOND SECTION LISTS THE REGISTERED NICKS WITH REPEATED
      * FAILED SIGN-ONS (WRONG PINS, LOCKOUTS, REFUSALS WHILE LOCKED)
      * IN THE LAST 24 HOURS FROM T19_SIGNON_AUDIT - A NICK SOMEBODY
      * IS GUESSING AT, OR A PLAYER WHO NEEDS A CONSOLE PIN RESET.
      * IT IS INFORMATION ONLY AND DOES NOT CHANGE THE RETURN CODE.
      *
      * A THIRD SECTION SHOWS THE DB2 CONTENTION TREND: THE DEADLOCK
      * AND TIMEOUT RETRIES THE ONLINE TRANSACTIONS LOGGED TO
      * T20_DB2_RETRY_LOG, BY STATEMENT, TODAY AGAINST THE PRIOR DAY,
      * WITH HOW MANY OF TODAY'S CALLS GAVE UP AFTER THEIR RETRIES
      * (THOSE ARE ALSO IN T09 AND THE FIRST SECTION). A RETRIED CALL
      * THAT RECOVERED NEVER REACHED A PLAYER, SO THIS SECTION IS
      * INFORMATION ONLY AS WELL.
      *
      * RETURN CODES:  0 = NOTHING NEW, NOTHING JUMPED
      *                4 = NEW OR JUMPING SIGNATURE (PAGE OPERATIONS,
      *                    SAME CONVENTION AS Z02335)
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T09TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           EXEC SQL INCLUDE T19TABS END-EXEC.
           EXEC SQL INCLUDE T20TABS END-EXEC.

       01  CT-CONSTANTS.
           05 CT-MAX-NICK-LINES              PIC S9(4) COMP VALUE 5.
      * A NICK IS LISTED FROM THIS MANY FAILED SIGN-ONS A DAY, AND
      * NO MORE THAN CT-MAX-PIN-NICK-LINES NICKS ARE PRINTED
           05 CT-PIN-FAILURE-LIMIT           PIC S9(9) COMP VALUE 3.
           05 CT-MAX-PIN-NICK-LINES          PIC S9(4) COMP VALUE 20.

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
               88 SO-8400-PARA                VALUE  '8400'.
               88 SO-8410-PARA                VALUE  '8410'.
               88 SO-8430-PARA                VALUE  '8430'.
               88 SO-8440-PARA                VALUE  '8440'.
               88 SO-8450-PARA                VALUE  '8450'.
               88 SO-8451-PARA                VALUE  '8451'.

      * THE FETCH LOOP OF THE OUTER SIGNATURE CURSOR AND THE INNER
      * NICK CURSOR EACH NEED THEIR OWN EOF STATE - SW-SQLCODE IS
           05 SW-IF-MORE-SIGNATURES           PIC X.
              88 SO-MORE-SIGNATURES           VALUE '1'.
              88 SO-NO-MORE-SIGNATURES        VALUE '2'.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-TODAY-COUNT                  PIC S9(9) COMP.
           05 WS-PRIOR-COUNT                  PIC S9(9) COMP.
           05 WS-SIGNATURE-COUNT              PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-ED                     PIC ZZZZZZZZ9.
           05 WS-SQLCODE-ED                   PIC -(9).
           05 WS-EIBRESP-ED                   PIC -(9).
           05 WS-PIN-NICK-COUNT               PIC S9(9) COMP VALUE 0.
           05 WS-PIN-FAILURES                 PIC S9(9) COMP.
           05 WS-PIN-LOCKOUTS                 PIC S9(9) COMP.
           05 WS-PIN-TERMINALS                PIC S9(9) COMP.
           05 WS-PIN-FAILURES-ED              PIC ZZZZ9.
           05 WS-PIN-LOCKOUTS-ED              PIC ZZZZ9.
           05 WS-PIN-TERMINALS-ED             PIC ZZZZ9.
           05 WS-GAVE-UP-COUNT                PIC S9(9) COMP.
           05 WS-RETRY-TODAY-TOTAL            PIC S9(9) COMP VALUE 0.
           05 WS-RETRY-PRIOR-TOTAL            PIC S9(9) COMP VALUE 0.
           05 WS-GAVE-UP-TOTAL                PIC S9(9) COMP VALUE 0.
           05 WS-GAVE-UP-ED                   PIC ZZZZZZZZ9.
           05 WS-RETRY-FLAG                   PIC X(6).

       PROCEDURE DIVISION.
           DISPLAY 'Z02339 DAILY ERROR-LOG DIGEST BATCH STARTED'
           PERFORM 8480-RECORD-RUN-START
           DISPLAY ' '
           DISPLAY '===== BATTLESHIP DAILY ERROR-LOG DIGEST ====='
           PERFORM 8400-DIGEST-TODAYS-ERRORS
           PERFORM 8440-LIST-PIN-FAILURES
           PERFORM 8450-DIGEST-DB2-RETRIES
           PERFORM 8490-DIGEST-SUMMARY
           PERFORM 8481-RECORD-RUN-END
           DISPLAY 'Z02339 DAILY ERROR-LOG DIGEST BATCH FINISHED'
           GOBACK
           .
             WHEN SO-SQLCODE-NOT-FOUND
               SET SO-NO-MORE-SIGNATURES TO TRUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-SIGNATURE-COUNT
               PERFORM 8410-GET-PRIOR-DAY-COUNT
               PERFORM 8420-JUDGE-THE-SIGNATURE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-NICK-LINE-COUNT
               IF T09-FIRST-PLAYER-LEN > 0 THEN
                 IF T09-SECOND-PLAYER-LEN > 0 THEN
           END-EXEC
           .
      ******************************************************************
      *              8440-LIST-PIN-FAILURES
      * THE REGISTERED NICKS WITH CT-PIN-FAILURE-LIMIT OR MORE FAILED
      * SIGN-ONS IN THE LAST 24 HOURS, WORST FIRST, WITH HOW MANY OF
      * THEM LOCKED THE NICK AND FROM HOW MANY TERMINALS THEY CAME -
      * MANY TERMINALS ON ONE NICK LOOKS LIKE GUESSING, NOT A PLAYER
      * WHO FORGOT. EVERY SUCH NICK IS COUNTED, THE FIRST
      * CT-MAX-PIN-NICK-LINES ARE PRINTED
      ******************************************************************
       8440-LIST-PIN-FAILURES.
           DISPLAY ' '
           DISPLAY '--- NICKS WITH REPEATED FAILED SIGN-ONS, LAST 24 HO
      -            'URS ---'

           EXEC SQL
             DECLARE PINFAIL-CSR CURSOR FOR
               SELECT PLAYER_NICK, COUNT(*),
                      SUM(CASE WHEN EVENT_TYPE = 'L'
                               THEN 1 ELSE 0 END),
                      COUNT(DISTINCT TERMINAL_ID)
                 FROM T19_SIGNON_AUDIT
                WHERE AUDIT_TS >= CURRENT TIMESTAMP - 24 HOURS
                  AND EVENT_TYPE IN ('F', 'L', 'R')
                GROUP BY PLAYER_NICK
               HAVING COUNT(*) >= :CT-PIN-FAILURE-LIMIT
                ORDER BY 2 DESC, 1
           END-EXEC

           EXEC SQL
             OPEN PINFAIL-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8440-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH PINFAIL-CSR
                 INTO :T19-PLAYER-NICK, :WS-PIN-FAILURES,
                      :WS-PIN-LOCKOUTS, :WS-PIN-TERMINALS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-PIN-NICK-COUNT
               IF WS-PIN-NICK-COUNT <= CT-MAX-PIN-NICK-LINES THEN
                 MOVE WS-PIN-FAILURES  TO WS-PIN-FAILURES-ED
                 MOVE WS-PIN-LOCKOUTS  TO WS-PIN-LOCKOUTS-ED
                 MOVE WS-PIN-TERMINALS TO WS-PIN-TERMINALS-ED
                 DISPLAY '  FAILED ' WS-PIN-FAILURES-ED
                         ' LOCKOUTS ' WS-PIN-LOCKOUTS-ED
                         ' TERMINALS ' WS-PIN-TERMINALS-ED
                         '  NICK '
                         T19-PLAYER-NICK-TEXT(1:T19-PLAYER-NICK-LEN)
               END-IF
             WHEN OTHER
               SET SO-8440-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE PINFAIL-CSR
           END-EXEC

           IF WS-PIN-NICK-COUNT = 0 THEN
             DISPLAY '  (NONE)'
           END-IF
           IF WS-PIN-NICK-COUNT > CT-MAX-PIN-NICK-LINES THEN
             DISPLAY '  ... MORE NICKS THAN LISTED - SEE THE SUMMARY'
           END-IF
           .
      ******************************************************************
      *              8450-DIGEST-DB2-RETRIES
      * ONE LINE PER RETRIED STATEMENT (TRANSACTION, PARAGRAPH ID,
      * SQLCODE) OF THE LAST 48 HOURS - ITS RETRIES TODAY AND THE
      * PRIOR DAY, AND TODAY'S CALLS THAT GAVE UP. *UP* MARKS A
      * STATEMENT WHOSE RETRIES MORE THAN DOUBLED, THE SAME TEST AS
      * A JUMPING ERROR SIGNATURE
      ******************************************************************
       8450-DIGEST-DB2-RETRIES.
           DISPLAY ' '
           DISPLAY '--- DB2 DEADLOCK/TIMEOUT RETRIES, LAST 24 HOURS VS
      -            'PRIOR ---'

           EXEC SQL
             DECLARE RETRY-CSR CURSOR FOR
               SELECT TRAN_ID, PARAGRAPH_ID, SQLCODE_VAL,
                      SUM(CASE WHEN RETRY_TS >=
                                    CURRENT TIMESTAMP - 24 HOURS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RETRY_TS <
                                    CURRENT TIMESTAMP - 24 HOURS
                               THEN 1 ELSE 0 END)
                 FROM T20_DB2_RETRY_LOG
                WHERE RETRY_TS >= CURRENT TIMESTAMP - 48 HOURS
                GROUP BY TRAN_ID, PARAGRAPH_ID, SQLCODE_VAL
                ORDER BY 4 DESC, 1, 2
           END-EXEC

           EXEC SQL
             OPEN RETRY-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8450-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH RETRY-CSR
                 INTO :T20-TRAN-ID, :T20-PARAGRAPH-ID,
                      :T20-SQLCODE-VAL, :WS-TODAY-COUNT,
                      :WS-PRIOR-COUNT
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD WS-TODAY-COUNT TO WS-RETRY-TODAY-TOTAL
               ADD WS-PRIOR-COUNT TO WS-RETRY-PRIOR-TOTAL
               PERFORM 8451-GET-GAVE-UP-COUNT
      * 8451 SHARES SW-SQLCODE - PUT THE FETCH'S BACK FOR THE LOOP
               MOVE 0 TO SW-SQLCODE
               ADD WS-GAVE-UP-COUNT TO WS-GAVE-UP-TOTAL
               IF WS-TODAY-COUNT > WS-PRIOR-COUNT * 2 THEN
                 MOVE '*UP*  ' TO WS-RETRY-FLAG
               ELSE
                 MOVE SPACE    TO WS-RETRY-FLAG
               END-IF
               MOVE WS-TODAY-COUNT   TO WS-TODAY-ED
               MOVE WS-PRIOR-COUNT   TO WS-PRIOR-ED
               MOVE WS-GAVE-UP-COUNT TO WS-GAVE-UP-ED
               MOVE T20-SQLCODE-VAL  TO WS-SQLCODE-ED
               DISPLAY '  ' WS-RETRY-FLAG
                       'TRAN ' T20-TRAN-ID
                       ' PARA ' T20-PARAGRAPH-ID
                       ' SQLCODE ' WS-SQLCODE-ED
                       ' TODAY ' WS-TODAY-ED
                       ' PRIOR ' WS-PRIOR-ED
                       ' GAVE UP ' WS-GAVE-UP-ED
             WHEN OTHER
               SET SO-8450-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE RETRY-CSR
           END-EXEC

           IF WS-RETRY-TODAY-TOTAL = 0 AND WS-RETRY-PRIOR-TOTAL = 0
           THEN
             DISPLAY '  (NONE)'
           END-IF
           .
      ******************************************************************
      *              8451-GET-GAVE-UP-COUNT
      * TODAY'S CALLS OF THE STATEMENT THAT STILL FAILED AFTER THEIR
      * LAST RETRY - 9000-DB2-ERROR LOGGED THEM TO T09 UNDER THE SAME
      * PARAGRAPH ID AND SQLCODE
      ******************************************************************
       8451-GET-GAVE-UP-COUNT.
           MOVE 0 TO WS-GAVE-UP-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-GAVE-UP-COUNT
               FROM T09_ERROR_LOG
              WHERE ERROR_TS >= CHAR(CURRENT TIMESTAMP - 24 HOURS)
                AND TRAN_ID      = :T20-TRAN-ID
                AND PARAGRAPH_ID = :T20-PARAGRAPH-ID
                AND SQLCODE_VAL  = :T20-SQLCODE-VAL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-OK
             CONTINUE
           WHEN OTHER
             SET SO-8451-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              8490-DIGEST-SUMMARY
      * A NON-ZERO RETURN CODE IS THE SIGNAL JOB-SCHEDULING AUTOMATION
      * PAGES ON, SAME AS Z02335 - DB2 ERRORS (RC=16, SET IN 9000)
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED
           DISPLAY 'SIGNATURES NEW OR JUMPING            : '
                   WS-COUNT-ED
           MOVE WS-PIN-NICK-COUNT TO WS-COUNT-ED
           DISPLAY 'NICKS WITH REPEATED FAILED SIGN-ONS  : '
                   WS-COUNT-ED
           MOVE WS-RETRY-TODAY-TOTAL TO WS-COUNT-ED
           DISPLAY 'DB2 RETRIES IN THE LAST 24 HOURS     : '
                   WS-COUNT-ED
           MOVE WS-RETRY-PRIOR-TOTAL TO WS-COUNT-ED
           DISPLAY 'DB2 RETRIES IN THE PRIOR 24 HOURS    : '
                   WS-COUNT-ED
           MOVE WS-GAVE-UP-TOTAL TO WS-COUNT-ED
           DISPLAY 'RETRIED CALLS THAT GAVE UP TODAY     : '
                   WS-COUNT-ED
           IF WS-FLAGGED-COUNT > 0 AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '===== END OF DAILY ERROR-LOG DIGEST ====='
           .
      ******************************************************************
      *              8480-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8480-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02339' TO T18-PROGRAM-ID
           MOVE SPACE    TO T18-RESTART-MARKER
           EXEC SQL
             SELECT CHAR(CURRENT TIMESTAMP)
               INTO :T18-RUN-START
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NORMAL THEN
             EXEC SQL
               INSERT INTO T18_BATCH_RUN
                 (PROGRAM_ID, RUN_START, RUN_END, RUN_STATUS,
                  RETURN_CODE, ROWS_READ, ROWS_DELETED, ROWS_WRITTEN,
                  RESTART_MARKER)
                 VALUES (:T18-PROGRAM-ID, TIMESTAMP(:T18-RUN-START),
                         TIMESTAMP(:T18-RUN-START), 'R',
                         0, 0, 0, 0, :T18-RESTART-MARKER)
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-NORMAL THEN
             EXEC SQL
               COMMIT
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-NORMAL THEN
             SET SO-RUN-ROW-OPEN TO TRUE
           ELSE
             MOVE SW-SQLCODE TO SQLCODE-FORMAT
             DISPLAY 'RUN-CONTROL START ROW NOT WRITTEN, SQLCODE: '
                     SQLCODE-FORMAT
           END-IF
           .
      ******************************************************************
      *              8481-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8480
      ******************************************************************
       8481-RECORD-RUN-END.
           IF SO-RUN-ROW-OPEN THEN
             MOVE RETURN-CODE         TO T18-RETURN-CODE
             MOVE WS-RUN-ROWS-READ    TO T18-ROWS-READ
             MOVE WS-RUN-ROWS-DELETED TO T18-ROWS-DELETED
             MOVE WS-RUN-ROWS-WRITTEN TO T18-ROWS-WRITTEN
             EXEC SQL
               UPDATE T18_BATCH_RUN
                  SET RUN_END        = CURRENT TIMESTAMP,
                      RUN_STATUS     = 'E',
                      RETURN_CODE    = :T18-RETURN-CODE,
                      ROWS_READ      = :T18-ROWS-READ,
                      ROWS_DELETED   = :T18-ROWS-DELETED,
                      ROWS_WRITTEN   = :T18-ROWS-WRITTEN,
                      RESTART_MARKER = :T18-RESTART-MARKER
                WHERE PROGRAM_ID = :T18-PROGRAM-ID
                  AND RUN_START  = TIMESTAMP(:T18-RUN-START)
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             IF SO-SQLCODE-NORMAL THEN
               EXEC SQL
                 COMMIT
               END-EXEC
               MOVE SQLCODE TO SW-SQLCODE
             END-IF
             IF NOT SO-SQLCODE-NORMAL THEN
               MOVE SW-SQLCODE TO SQLCODE-FORMAT
               DISPLAY 'RUN-CONTROL END ROW NOT WRITTEN, SQLCODE: '
                       SQLCODE-FORMAT
             END-IF
           END-IF
           .
      ******************************************************************
      *                    9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
