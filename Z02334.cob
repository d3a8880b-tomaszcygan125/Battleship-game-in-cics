      * ENGAGEMENT QUESTIONS THE ONLINE SYSTEM CANNOT:
      *
      *   - GAMES PLAYED PER DAY OVER THE LAST CT-REPORT-DAYS DAYS
      *     (THE WEEKLY-RPT-DAYS TUNING PARAMETER, 7 UNLESS AN
      *     OPERATOR SET IT IN T21_TUNING_PARM - SEE ZZPRM01)
      *   - AVERAGE TURNS PER GAME OVER THE SAME WINDOW
      *   - WIN RATES AND MOST ACTIVE NICKS (FROM T04_LEADERBOARD)
      *   - BUSIEST HOURS OF THE DAY (BY GAME END TIME)
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           EXEC SQL INCLUDE T21TABS END-EXEC.
           COPY ZZPRM01.

      * SET FROM T21_TUNING_PARM (OR ITS ZZPRM01 DEFAULT) BY
      * 8170-LOAD-PARAMETERS AS THE RUN STARTS
       01  CT-CONSTANTS.
           05 CT-REPORT-DAYS                 PIC S9(4) COMP VALUE 7.

               88 SO-8140-PARA                VALUE  '8140'.
               88 SO-8150-PARA                VALUE  '8150'.

       01  SW-SWITCHES.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-REPORT-DATE                  PIC X(10).
           05 WS-REPORT-HOUR                  PIC S9(9) COMP.
           05 WS-ROW-COUNT                    PIC S9(9) COMP.

       PROCEDURE DIVISION.
           DISPLAY 'Z02334 WEEKLY USAGE REPORT BATCH STARTED'
           PERFORM 8180-RECORD-RUN-START
           DISPLAY ' '
           DISPLAY '===== BATTLESHIP WEEKLY USAGE REPORT ====='
           PERFORM 8170-LOAD-PARAMETERS
           PERFORM 8100-REPORT-GAMES-PER-DAY
           PERFORM 8110-REPORT-TURN-AVERAGE
           PERFORM 8120-REPORT-WIN-RATES
           PERFORM 8150-REPORT-RESULT-TYPES
           DISPLAY ' '
           DISPLAY '===== END OF WEEKLY USAGE REPORT ====='
           PERFORM 8181-RECORD-RUN-END
           DISPLAY 'Z02334 WEEKLY USAGE REPORT BATCH FINISHED'
           GOBACK
           .
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               MOVE WS-ROW-COUNT TO WS-COUNT-ED
               DISPLAY '  ' WS-REPORT-DATE ' : ' WS-COUNT-ED ' GAMES'
             WHEN OTHER
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               MOVE 0 TO WS-WIN-RATE-PCT
               IF WS-NICK-GAMES-PLAYED > 0 THEN
                 COMPUTE WS-WIN-RATE-PCT =
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               MOVE WS-REPORT-HOUR TO WS-HOUR-ED
               MOVE WS-ROW-COUNT   TO WS-COUNT-ED
               DISPLAY '  HOUR ' WS-HOUR-ED ':00 - '
      *               8150-REPORT-RESULT-TYPES
      * HOW THE WINDOW'S DECIDED GAMES ENDED - A FOUGHT-OUT FINISH,
      * OR ONE OF THE FORFEIT KINDS THE ONLINE GAME NOW RECORDS
      * (DISCONNECT, INACTIVITY TIMEOUT, BLITZ FORFEIT-OUT), OR AN
      * OPERATOR FORCE-END FROM THE Z02336 CONSOLE. ROWS FROM BEFORE
      * THE COLUMN EXISTED CARRY ITS DEFAULT 'S'
      ******************************************************************
       8150-REPORT-RESULT-TYPES.
           DISPLAY ' '
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               EVALUATE WS-RESULT-TYPE
               WHEN 'S'
                 MOVE 'FOUGHT OUT'         TO WS-RESULT-WORD
                 MOVE 'INACTIVITY TIMEOUT' TO WS-RESULT-WORD
               WHEN 'B'
                 MOVE 'BLITZ FORFEIT-OUT'  TO WS-RESULT-WORD
               WHEN 'E'
                 MOVE 'OPERATOR FORCE-END' TO WS-RESULT-WORD
               WHEN OTHER
                 MOVE 'UNKNOWN TYPE'       TO WS-RESULT-WORD
               END-EVALUATE
           END-EXEC
           .
      ******************************************************************
      *              8170-LOAD-PARAMETERS
      * READS THE OPERATOR-SET T21_TUNING_PARM VALUES OVER THE ZZPRM01
      * DEFAULTS AND PRINTS THE VALUES THIS RUN USES AT THE TOP OF
      * THE REPORT. A MISSING ROW LEAVES THE DEFAULT IN FORCE, AND SO
      * DOES AN UNREADABLE TABLE - THAT IS ONLY DISPLAYED, A PARAMETER
      * PROBLEM MUST NEVER STOP THE JOB
      ******************************************************************
       8170-LOAD-PARAMETERS.
           PERFORM VARYING PRM-SUB FROM 1 BY 1
                   UNTIL PRM-SUB > PRM-ENTRY-COUNT
             MOVE PRM-DEFAULT(PRM-SUB) TO PRM-VALUE(PRM-SUB)
             SET PRM-FROM-DEFAULT(PRM-SUB) TO TRUE
           END-PERFORM

           EXEC SQL
             DECLARE TUNEPARM-CSR CURSOR FOR
               SELECT PARM_NAME, PARM_VALUE
                 FROM T21_TUNING_PARM
           END-EXEC

           EXEC SQL
             OPEN TUNEPARM-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
             MOVE SW-SQLCODE TO SQLCODE-FORMAT
             DISPLAY 'TUNING PARAMETERS NOT READ, SQLCODE: '
                     SQLCODE-FORMAT ' - DEFAULTS USED'
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-IF

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH TUNEPARM-CSR
                 INTO :T21-PARM-NAME, :T21-PARM-VALUE
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               PERFORM 8171-APPLY-PARAMETER-ROW
             WHEN OTHER
               MOVE SW-SQLCODE TO SQLCODE-FORMAT
               DISPLAY 'TUNING PARAMETERS NOT ALL READ, SQLCODE: '
                       SQLCODE-FORMAT ' - DEFAULTS USED FOR THE REST'
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE TUNEPARM-CSR
           END-EXEC

           MOVE PRM-VALUE(PRM-IX-WEEKLY-RPT-DAYS)
                                TO CT-REPORT-DAYS

           DISPLAY ' '
           DISPLAY '--- TUNING PARAMETERS USED ---'
           MOVE PRM-IX-WEEKLY-RPT-DAYS TO PRM-SUB
           PERFORM 8172-PRINT-ONE-PARAMETER
           .
      ******************************************************************
      *              8171-APPLY-PARAMETER-ROW
      * A T21 ROW OVERRIDES ITS DEFAULT ONLY WHEN IT IS INSIDE THE
      * ZZPRM01 RANGE - THE CONSOLE REFUSES ANYTHING ELSE, SO A ROW
      * OUTSIDE IT WAS SET BY HAND AND IS REPORTED AND IGNORED. A NAME
      * NOT IN THE CATALOG IS NOT THIS PROGRAM'S BUSINESS
      ******************************************************************
       8171-APPLY-PARAMETER-ROW.
           PERFORM VARYING PRM-SUB FROM 1 BY 1
                   UNTIL PRM-SUB > PRM-ENTRY-COUNT
                      OR PRM-NAME(PRM-SUB) = T21-PARM-NAME
             CONTINUE
           END-PERFORM
           IF PRM-SUB <= PRM-ENTRY-COUNT THEN
             IF T21-PARM-VALUE >= PRM-LOWEST(PRM-SUB) AND
                T21-PARM-VALUE <= PRM-HIGHEST(PRM-SUB) THEN
               MOVE T21-PARM-VALUE TO PRM-VALUE(PRM-SUB)
               SET PRM-FROM-TABLE(PRM-SUB) TO TRUE
             ELSE
               DISPLAY 'TUNING PARAMETER ' T21-PARM-NAME
                       ' OUT OF RANGE IN T21 - DEFAULT USED'
             END-IF
           END-IF
           .
      ******************************************************************
      *              8172-PRINT-ONE-PARAMETER
      * ONE REPORT LINE: NAME, VALUE IN FORCE AND WHERE IT CAME FROM
      ******************************************************************
       8172-PRINT-ONE-PARAMETER.
           MOVE PRM-VALUE(PRM-SUB) TO PRM-VALUE-ED
           IF PRM-FROM-TABLE(PRM-SUB) THEN
             DISPLAY '  ' PRM-NAME(PRM-SUB) ' : ' PRM-VALUE-ED
                     '  (SET IN T21_TUNING_PARM)'
           ELSE
             DISPLAY '  ' PRM-NAME(PRM-SUB) ' : ' PRM-VALUE-ED
                     '  (DEFAULT)'
           END-IF
           .
      ******************************************************************
      *              8180-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8180-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02334' TO T18-PROGRAM-ID
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
      *              8181-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8180
      ******************************************************************
       8181-RECORD-RUN-END.
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
