       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02342.
      *****************************************************************
      *            "BATTLESHIP MONTHLY SOLO DIFFICULTY REPORT"
      *
      * STANDALONE (NON-CICS) BATCH, RUN MONTHLY (SEE Z02342.JCL).
      *
      * Z02332 WRITES ONE T16_SOLO_RESULT ROW AT THE END OF EVERY
      * GAME AGAINST THE COMPUTER (7066). THIS PROGRAM SUMMARIZES THE
      * LAST CT-REPORT-DAYS OF THEM SO THE EASY/NORMAL/HARD SETTINGS
      * OF 2252-SET-COMPUTER-DIFFICULTY AND THE 8X8 QUICK BOARD OF
      * 2254-SET-BOARD-MODE CAN BE JUDGED:
      *   - PER DIFFICULTY AND BOARD SIZE: GAMES, PLAYER WIN RATE,
      *     AVERAGE TURNS AND AVERAGE ACCURACY (THE HIT PERCENTAGE
      *     OF THE 2066 BOX SCORE), AND HOW MANY WERE RESUMED SAVES
      *   - PER DIFFICULTY: THE PLAYER WIN RATE AGAINST THE AGREED
      *     BAND FOR THAT LEVEL (CT-xxxx-WIN-LOW/HIGH). A LEVEL
      *     OUTSIDE ITS BAND IS FLAGGED - IT IS PLAYING TOO SOFT OR
      *     TOO HARD. A LEVEL WITH FEWER THAN CT-MIN-BAND-GAMES GAMES
      *     IS NOT JUDGED, A HANDFUL OF GAMES PROVES NOTHING
      *
      * RETURN CODES:  0 = EVERY JUDGED LEVEL INSIDE ITS BAND
      *                4 = A LEVEL OUTSIDE ITS BAND (REVIEW THE
      *                    TUNING, SAME CONVENTION AS Z02335)
      *               16 = DB2 ERROR
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T16TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.

       01  CT-CONSTANTS.
           05 CT-REPORT-DAYS                 PIC S9(4) COMP VALUE 30.
      * THE AGREED PLAYER WIN-RATE BAND OF EACH DIFFICULTY, IN
      * PERCENT - EASY SHOULD BE WON MOST OF THE TIME, HARD SHOULD
      * STILL BE BEATABLE
           05 CT-EASY-WIN-LOW                PIC S9(4) COMP VALUE 60.
           05 CT-EASY-WIN-HIGH               PIC S9(4) COMP VALUE 90.
           05 CT-NORMAL-WIN-LOW              PIC S9(4) COMP VALUE 40.
           05 CT-NORMAL-WIN-HIGH             PIC S9(4) COMP VALUE 70.
           05 CT-HARD-WIN-LOW                PIC S9(4) COMP VALUE 15.
           05 CT-HARD-WIN-HIGH               PIC S9(4) COMP VALUE 50.
           05 CT-MIN-BAND-GAMES              PIC S9(4) COMP VALUE 20.

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
               88 SO-SQLCODE-OK               VALUE  000   100.
               88 SO-SQLCODE-NORMAL           VALUE  000.
               88 SO-SQLCODE-NOT-FOUND        VALUE  100.
           10 WS-SQLERRMC                     PIC    X(70).
           10 SQLCODE-FORMAT                  PIC    -(5).
           10 SW-STATEMENT-ID                 PIC    X(4).
               88 SO-8800-PARA                VALUE  '8800'.
               88 SO-8810-PARA                VALUE  '8810'.

       01  SW-SWITCHES.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-GAME-COUNT                   PIC S9(9) COMP.
           05 WS-WIN-COUNT                    PIC S9(9) COMP.
           05 WS-RESUMED-COUNT                PIC S9(9) COMP.
           05 WS-WIN-RATE-PCT                 PIC S9(9) COMP.
           05 WS-AVG-TURNS                    PIC S9(5)V99 COMP-3.
           05 WS-AVG-ACCURACY                 PIC S9(5)V99 COMP-3.
           05 WS-BAND-LOW                     PIC S9(4) COMP.
           05 WS-BAND-HIGH                    PIC S9(4) COMP.
           05 WS-TOTAL-GAMES                  PIC S9(9) COMP VALUE 0.
           05 WS-FLAGGED-COUNT                PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-ED                     PIC ZZZZZZZZ9.
           05 WS-GAMES-ED                     PIC ZZZZZZ9.
           05 WS-RESUMED-ED                   PIC ZZZZZZ9.
           05 WS-PCT-ED                       PIC ZZ9.
           05 WS-LOW-ED                       PIC ZZ9.
           05 WS-HIGH-ED                      PIC ZZ9.
           05 WS-AVG-TURNS-ED                 PIC ZZZZ9.99.
           05 WS-AVG-ACCURACY-ED              PIC ZZ9.99.
           05 WS-DIFFICULTY-WORD              PIC X(6).
           05 WS-BOARD-WORD                   PIC X(5).

       PROCEDURE DIVISION.
           DISPLAY 'Z02342 MONTHLY SOLO DIFFICULTY REPORT STARTED'
           PERFORM 8880-RECORD-RUN-START
           DISPLAY ' '
           DISPLAY '===== BATTLESHIP SOLO GAMES BY DIFFICULTY ====='
           PERFORM 8800-REPORT-BY-LEVEL-AND-BOARD
           PERFORM 8810-REPORT-WIN-RATE-BANDS
           PERFORM 8890-REPORT-SUMMARY
           PERFORM 8881-RECORD-RUN-END
           DISPLAY 'Z02342 MONTHLY SOLO DIFFICULTY REPORT FINISHED'
           GOBACK
           .
      ******************************************************************
      *               8800-REPORT-BY-LEVEL-AND-BOARD
      * ONE LINE PER DIFFICULTY AND BOARD SIZE PLAYED IN THE WINDOW
      ******************************************************************
       8800-REPORT-BY-LEVEL-AND-BOARD.
           DISPLAY ' '
           DISPLAY '--- SOLO GAMES BY DIFFICULTY AND BOARD (LAST '
                   CT-REPORT-DAYS ' DAYS) ---'
           DISPLAY '  LEVEL  BOARD   GAMES  WIN%  AVG TURNS  '
                   'AVG HIT%  RESUMED'

           EXEC SQL
             DECLARE SOLOLVL-CSR CURSOR FOR
               SELECT DIFFICULTY, BOARD_MODE, COUNT(*),
                      SUM(CASE WHEN WINNER = 'P' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RESUMED = 'Y' THEN 1 ELSE 0 END),
                      AVG(DECIMAL(TURNS_TAKEN, 7, 2)),
                      AVG(DECIMAL(HIT_PCT, 7, 2))
                 FROM T16_SOLO_RESULT
                WHERE GAME_ENDED > CURRENT TIMESTAMP -
                                     :CT-REPORT-DAYS DAYS
                GROUP BY DIFFICULTY, BOARD_MODE
                ORDER BY DIFFICULTY, BOARD_MODE
           END-EXEC

           EXEC SQL
             OPEN SOLOLVL-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8800-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH SOLOLVL-CSR
                 INTO :T16-DIFFICULTY, :T16-BOARD-MODE,
                      :WS-GAME-COUNT, :WS-WIN-COUNT,
                      :WS-RESUMED-COUNT, :WS-AVG-TURNS,
                      :WS-AVG-ACCURACY
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD WS-GAME-COUNT TO WS-TOTAL-GAMES
               PERFORM 8820-NAME-THE-LEVEL
               EVALUATE T16-BOARD-MODE
               WHEN '2'
                 MOVE '8X8'   TO WS-BOARD-WORD
               WHEN OTHER
                 MOVE '10X10' TO WS-BOARD-WORD
               END-EVALUATE
               COMPUTE WS-WIN-RATE-PCT =
                       (WS-WIN-COUNT * 100) / WS-GAME-COUNT
               MOVE WS-GAME-COUNT    TO WS-GAMES-ED
               MOVE WS-WIN-RATE-PCT  TO WS-PCT-ED
               MOVE WS-AVG-TURNS     TO WS-AVG-TURNS-ED
               MOVE WS-AVG-ACCURACY  TO WS-AVG-ACCURACY-ED
               MOVE WS-RESUMED-COUNT TO WS-RESUMED-ED
               DISPLAY '  ' WS-DIFFICULTY-WORD ' ' WS-BOARD-WORD ' '
                       WS-GAMES-ED '   ' WS-PCT-ED '   '
                       WS-AVG-TURNS-ED '    ' WS-AVG-ACCURACY-ED
                       '  ' WS-RESUMED-ED
             WHEN OTHER
               SET SO-8800-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE SOLOLVL-CSR
           END-EXEC
           .
      ******************************************************************
      *               8810-REPORT-WIN-RATE-BANDS
      * EACH DIFFICULTY OVER BOTH BOARD SIZES, AGAINST ITS BAND
      ******************************************************************
       8810-REPORT-WIN-RATE-BANDS.
           DISPLAY ' '
           DISPLAY '--- PLAYER WIN RATE AGAINST THE AGREED BAND ---'

           EXEC SQL
             DECLARE SOLOBND-CSR CURSOR FOR
               SELECT DIFFICULTY, COUNT(*),
                      SUM(CASE WHEN WINNER = 'P' THEN 1 ELSE 0 END)
                 FROM T16_SOLO_RESULT
                WHERE GAME_ENDED > CURRENT TIMESTAMP -
                                     :CT-REPORT-DAYS DAYS
                GROUP BY DIFFICULTY
                ORDER BY DIFFICULTY
           END-EXEC

           EXEC SQL
             OPEN SOLOBND-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8810-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH SOLOBND-CSR
                 INTO :T16-DIFFICULTY, :WS-GAME-COUNT,
                      :WS-WIN-COUNT
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               PERFORM 8820-NAME-THE-LEVEL
               COMPUTE WS-WIN-RATE-PCT =
                       (WS-WIN-COUNT * 100) / WS-GAME-COUNT
               MOVE WS-GAME-COUNT   TO WS-GAMES-ED
               MOVE WS-WIN-RATE-PCT TO WS-PCT-ED
               MOVE WS-BAND-LOW     TO WS-LOW-ED
               MOVE WS-BAND-HIGH    TO WS-HIGH-ED
               EVALUATE TRUE
               WHEN WS-GAME-COUNT < CT-MIN-BAND-GAMES
                 DISPLAY '  ' WS-DIFFICULTY-WORD ' ' WS-GAMES-ED
                         ' GAMES  WIN% ' WS-PCT-ED
                         '  BAND ' WS-LOW-ED '-' WS-HIGH-ED
                         '  TOO FEW GAMES TO JUDGE'
               WHEN WS-WIN-RATE-PCT < WS-BAND-LOW
               WHEN WS-WIN-RATE-PCT > WS-BAND-HIGH
                 ADD 1 TO WS-FLAGGED-COUNT
                 DISPLAY '  ' WS-DIFFICULTY-WORD ' ' WS-GAMES-ED
                         ' GAMES  WIN% ' WS-PCT-ED
                         '  BAND ' WS-LOW-ED '-' WS-HIGH-ED
                         '  *** OUTSIDE BAND ***'
               WHEN OTHER
                 DISPLAY '  ' WS-DIFFICULTY-WORD ' ' WS-GAMES-ED
                         ' GAMES  WIN% ' WS-PCT-ED
                         '  BAND ' WS-LOW-ED '-' WS-HIGH-ED
                         '  OK'
               END-EVALUATE
             WHEN OTHER
               SET SO-8810-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE SOLOBND-CSR
           END-EXEC
           .
      ******************************************************************
      *               8820-NAME-THE-LEVEL
      * THE PRINTABLE NAME AND THE WIN-RATE BAND OF T16-DIFFICULTY -
      * AN UNKNOWN BYTE PLAYED AS NORMAL, THE 2252 DEFAULT
      ******************************************************************
       8820-NAME-THE-LEVEL.
           EVALUATE T16-DIFFICULTY
           WHEN '1'
             MOVE 'EASY'   TO WS-DIFFICULTY-WORD
             MOVE CT-EASY-WIN-LOW    TO WS-BAND-LOW
             MOVE CT-EASY-WIN-HIGH   TO WS-BAND-HIGH
           WHEN '3'
             MOVE 'HARD'   TO WS-DIFFICULTY-WORD
             MOVE CT-HARD-WIN-LOW    TO WS-BAND-LOW
             MOVE CT-HARD-WIN-HIGH   TO WS-BAND-HIGH
           WHEN OTHER
             MOVE 'NORMAL' TO WS-DIFFICULTY-WORD
             MOVE CT-NORMAL-WIN-LOW  TO WS-BAND-LOW
             MOVE CT-NORMAL-WIN-HIGH TO WS-BAND-HIGH
           END-EVALUATE
           .
      ******************************************************************
      *               8890-REPORT-SUMMARY
      * A LEVEL OUTSIDE ITS BAND ENDS THE STEP RC=4 - DB2 ERRORS
      * (RC=16, SET IN 9000) OUTRANK THE FLAG CODE
      ******************************************************************
       8890-REPORT-SUMMARY.
           DISPLAY ' '
           MOVE WS-TOTAL-GAMES   TO WS-COUNT-ED
           DISPLAY 'SOLO GAMES IN THE WINDOW       : ' WS-COUNT-ED
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED
           DISPLAY 'DIFFICULTIES OUTSIDE THEIR BAND: ' WS-COUNT-ED
           IF WS-FLAGGED-COUNT > 0 AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '===== END OF SOLO DIFFICULTY REPORT ====='
           .
      ******************************************************************
      *              8880-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8880-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02342' TO T18-PROGRAM-ID
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
      *              8881-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8880
      ******************************************************************
       8881-RECORD-RUN-END.
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
           MOVE SQLCODE TO SQLCODE-FORMAT
           MOVE SQLERRMC TO WS-SQLERRMC
           DISPLAY 'DB2 ERROR '
           DISPLAY 'IN STATEMENT ' SW-STATEMENT-ID
           DISPLAY 'SQLCODE: '  SQLCODE-FORMAT
           DISPLAY 'SQLERRMC: '  WS-SQLERRMC
           MOVE 16 TO RETURN-CODE
           .
       END PROGRAM Z02342.
