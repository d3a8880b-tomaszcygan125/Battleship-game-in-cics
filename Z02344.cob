       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02344.
      *****************************************************************
      *            "BATTLESHIP DAILY RESULTS EXTRACT"
      *
      * STANDALONE (NON-CICS) BATCH, RUN NIGHTLY AS STEP050 OF
      * Z02333J (SEE Z02333.JCL).
      *
      * WRITES THE OUTBOUND RESULTS INTERFACE FILE FOR THE INTRANET
      * "OFFICE GAMES" PAGE AND THE HR ENGAGEMENT DASHBOARD - A NEW
      * GENERATION OF THE RESULTS DD EVERY RUN, RECORD LAYOUTS IN
      * THE ZZEXT01 COPYBOOK:
      *   - A HEADER WITH THE RUN DATE AND THE EXTRACT WINDOW
      *   - ONE GAME RECORD PER T07_GAME_HISTORY ROW WHOSE GAME_ENDED
      *     FALLS IN THE WINDOW
      *   - ONE PLAYER RECORD PER T04_LEADERBOARD NICK WITH ITS
      *     CURRENT WON/LOST/FORFEITED/RATING FIGURES
      *   - A TRAILER WITH THE RECORD COUNTS AND A HASH TOTAL OF THE
      *     GAME IDENTIFIERS, SO THE RECEIVING SIDE CAN REJECT A
      *     PARTIAL FILE
      *
      * THE WINDOW RUNS FROM THE HIGH-WATER MARK OF THE LAST
      * SUCCESSFUL RUN (T17_EXTRACT_CONTROL) UP TO CT-SETTLE-MINUTES
      * BEFORE NOW - A GAME ENDING IN THOSE LAST MINUTES MAY NOT BE
      * COMMITTED YET AND IS LEFT FOR THE NEXT RUN. THE MARK ONLY
      * MOVES ONCE THE TRAILER IS WRITTEN, SO:
      *   - A MISSED NIGHT IS CAUGHT UP BY THE NEXT RUN'S WIDER
      *     WINDOW, NOTHING IS DROPPED
      *   - A RERUN AFTER A GOOD RUN STARTS WHERE THAT RUN ENDED,
      *     NOTHING IS SENT TWICE
      *   - A FAILED RUN LEAVES A FILE WITHOUT A TRAILER AND THE MARK
      *     WHERE IT WAS, SO THE NEXT RUN SENDS THE SAME GAMES AGAIN
      * SHOULD THE FINAL COMMIT OF THE MARK ITSELF FAIL AFTER A
      * COMPLETE FILE, THE NEXT FILE REPEATS ITS GAMES - THE
      * RECEIVING SIDE TREATS GAME-ID AS THE KEY. A REPEAT IS
      * RECOVERABLE THERE, A DROPPED GAME WOULD NOT BE.
      *
      * RETURN CODES:  0 = EXTRACT WRITTEN, MARK MOVED
      *               16 = DB2 ERROR (NO TRAILER, MARK NOT MOVED -
      *                    THE NEXT RUN REPEATS THE WINDOW)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO RESULTS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       01  RESULTS-REC                        PIC X(200).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T04TABS END-EXEC.
           EXEC SQL INCLUDE T07TABS END-EXEC.
           EXEC SQL INCLUDE T17TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           COPY ZZEXT01.

       01  CT-CONSTANTS.
           05 CT-EXTRACT-NAME                PIC X(8) VALUE 'RESULTS'.
           05 CT-SETTLE-MINUTES              PIC S9(4) COMP VALUE 5.
           05 CT-FIRST-RUN-TS                PIC X(26)
                                  VALUE '0001-01-01-00.00.00.000000'.
           05 CT-HASH-MAXIMUM                PIC 9(18)
                                  VALUE 999999999999999999.

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
               88 SO-SQLCODE-OK               VALUE  000   100.
               88 SO-SQLCODE-NORMAL           VALUE  000.
               88 SO-SQLCODE-NOT-FOUND        VALUE  100.
           10 WS-SQLERRMC                     PIC    X(70).
           10 SQLCODE-FORMAT                  PIC    -(5).
           10 SW-STATEMENT-ID                 PIC    X(4).
               88 SO-6100-PARA                VALUE  '6100'.
               88 SO-6110-PARA                VALUE  '6110'.
               88 SO-6130-PARA                VALUE  '6130'.
               88 SO-6140-PARA                VALUE  '6140'.
               88 SO-6160-PARA                VALUE  '6160'.

       01  SW-SWITCHES.
           05 SW-IF-CONTROL-ROW-THERE         PIC X.
               88 SO-CONTROL-ROW-THERE        VALUE '1'.
               88 SO-CONTROL-ROW-MISSING      VALUE '2'.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-DATE                     PIC X(10).
           05 WS-RUN-TS                       PIC X(26).
           05 WS-WINDOW-FROM                  PIC X(26).
           05 WS-WINDOW-TO                    PIC X(26).
           05 WS-GAME-COUNT                   PIC S9(9) COMP VALUE 0.
           05 WS-PLAYER-COUNT                 PIC S9(9) COMP VALUE 0.
           05 WS-RECORD-COUNT                 PIC S9(9) COMP VALUE 0.
           05 WS-HASH-TOTAL                   PIC 9(18) VALUE 0.
           05 WS-HASH-HEADROOM                PIC 9(18).
           05 WS-HASH-DIGITS                  PIC X(13).
           05 WS-HASH-PART REDEFINES WS-HASH-DIGITS
                                              PIC 9(13).
           05 WS-COUNT-ED                     PIC ZZZZZZZZ9.
           05 WS-HASH-ED                      PIC Z(17)9.

       PROCEDURE DIVISION.
           DISPLAY 'Z02344 DAILY RESULTS EXTRACT STARTED'
           PERFORM 6180-RECORD-RUN-START
           PERFORM 6100-GET-HIGH-WATER-MARK
           IF RETURN-CODE = 0 THEN
             PERFORM 6110-SET-EXTRACT-WINDOW
           END-IF
           IF RETURN-CODE = 0 THEN
             OPEN OUTPUT RESULTS-FILE
             PERFORM 6120-WRITE-HEADER
             PERFORM 6130-EXTRACT-GAMES
             IF RETURN-CODE = 0 THEN
               PERFORM 6140-EXTRACT-PLAYERS
             END-IF
      * NO TRAILER ON A FAILED RUN - THE RECEIVING SIDE REJECTS THE
      * FILE, AND THE MARK STAYS PUT SO THE NEXT RUN REPEATS IT
             IF RETURN-CODE = 0 THEN
               PERFORM 6150-WRITE-TRAILER
             END-IF
             CLOSE RESULTS-FILE
             IF RETURN-CODE = 0 THEN
               PERFORM 6160-SAVE-HIGH-WATER-MARK
             END-IF
             PERFORM 6190-EXTRACT-REPORT
             MOVE WS-RECORD-COUNT TO WS-RUN-ROWS-WRITTEN
             IF RETURN-CODE = 0 THEN
               MOVE WS-WINDOW-TO TO T18-RESTART-MARKER
             END-IF
           END-IF
           PERFORM 6181-RECORD-RUN-END
           DISPLAY 'Z02344 DAILY RESULTS EXTRACT FINISHED'
           GOBACK
           .
      ******************************************************************
      *              6100-GET-HIGH-WATER-MARK
      * WHERE THE LAST SUCCESSFUL RUN STOPPED - NO ROW MEANS THE
      * EXTRACT NEVER RAN AND THE WHOLE HISTORY GOES OUT
      ******************************************************************
       6100-GET-HIGH-WATER-MARK.
           MOVE CT-EXTRACT-NAME TO T17-EXTRACT-NAME
           EXEC SQL
             SELECT CHAR(HIGH_WATER_TS)
               INTO :T17-HIGH-WATER-TS
               FROM T17_EXTRACT_CONTROL
              WHERE EXTRACT_NAME = :T17-EXTRACT-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             SET SO-CONTROL-ROW-THERE TO TRUE
             MOVE T17-HIGH-WATER-TS TO WS-WINDOW-FROM
           WHEN SO-SQLCODE-NOT-FOUND
             SET SO-CONTROL-ROW-MISSING TO TRUE
             MOVE CT-FIRST-RUN-TS TO WS-WINDOW-FROM
             DISPLAY 'NO HIGH-WATER MARK YET - EXTRACTING ALL HISTORY'
           WHEN OTHER
             SET SO-6100-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              6110-SET-EXTRACT-WINDOW
      * THE WINDOW CLOSES CT-SETTLE-MINUTES AGO. A RERUN WITHIN
      * THOSE MINUTES OF A GOOD RUN WOULD CLOSE IT BEFORE IT OPENS -
      * THE WINDOW IS THEN EMPTY AND THE MARK NEVER MOVES BACKWARDS
      ******************************************************************
       6110-SET-EXTRACT-WINDOW.
           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO),
                    CHAR(CURRENT TIMESTAMP),
                    CHAR(CURRENT TIMESTAMP -
                           :CT-SETTLE-MINUTES MINUTES)
               INTO :WS-RUN-DATE, :WS-RUN-TS, :WS-WINDOW-TO
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
             SET SO-6110-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-WINDOW-TO < WS-WINDOW-FROM THEN
             MOVE WS-WINDOW-FROM TO WS-WINDOW-TO
           END-IF
           DISPLAY 'EXTRACT WINDOW: AFTER ' WS-WINDOW-FROM
           DISPLAY '                UP TO ' WS-WINDOW-TO
           .
      ******************************************************************
      *              6120-WRITE-HEADER
      ******************************************************************
       6120-WRITE-HEADER.
           MOVE WS-RUN-DATE    TO EXT-HDR-RUN-DATE
           MOVE WS-RUN-TS      TO EXT-HDR-RUN-TS
           MOVE WS-WINDOW-FROM TO EXT-HDR-WINDOW-FROM
           MOVE WS-WINDOW-TO   TO EXT-HDR-WINDOW-TO
           WRITE RESULTS-REC FROM EXT-HEADER-ROW
           ADD 1 TO WS-RECORD-COUNT
           .
      ******************************************************************
      *              6130-EXTRACT-GAMES
      * EVERY GAME FINISHED IN THE WINDOW, VOIDED AND OVERTURNED ONES
      * INCLUDED - THEIR STATUS TRAVELS WITH THEM
      ******************************************************************
       6130-EXTRACT-GAMES.
           EXEC SQL
             DECLARE EXTT07-CSR CURSOR FOR
               SELECT FIRST_PLAYER, SECOND_PLAYER, GAME_STARTED,
                      GAME_ENDED, TURNS_TAKEN,
                      FIRST_SHOTS, FIRST_HITS, FIRST_HIT_PCT,
                      SECOND_SHOTS, SECOND_HITS, SECOND_HIT_PCT,
                      RESULT_TYPE, GAME_ID, VOID_STATUS
                 FROM T07_GAME_HISTORY
                WHERE GAME_ENDED >  TIMESTAMP(:WS-WINDOW-FROM)
                  AND GAME_ENDED <= TIMESTAMP(:WS-WINDOW-TO)
                ORDER BY GAME_ENDED, GAME_ID
           END-EXEC

           EXEC SQL
             OPEN EXTT07-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-6130-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH EXTT07-CSR
                 INTO :T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                      :T07-GAME-STARTED, :T07-GAME-ENDED,
                      :T07-TURNS-TAKEN,
                      :T07-FIRST-SHOTS, :T07-FIRST-HITS,
                      :T07-FIRST-HIT-PCT, :T07-SECOND-SHOTS,
                      :T07-SECOND-HITS, :T07-SECOND-HIT-PCT,
                      :T07-RESULT-TYPE, :T07-GAME-ID,
                      :T07-VOID-STATUS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               MOVE T07-GAME-ID            TO EXT-GAM-GAME-ID
               MOVE T07-FIRST-PLAYER-TEXT  TO EXT-GAM-FIRST-PLAYER
               MOVE T07-SECOND-PLAYER-TEXT TO EXT-GAM-SECOND-PLAYER
               MOVE T07-GAME-STARTED       TO EXT-GAM-GAME-STARTED
               MOVE T07-GAME-ENDED         TO EXT-GAM-GAME-ENDED
               MOVE T07-TURNS-TAKEN        TO EXT-GAM-TURNS-TAKEN
               MOVE T07-FIRST-SHOTS        TO EXT-GAM-FIRST-SHOTS
               MOVE T07-FIRST-HITS         TO EXT-GAM-FIRST-HITS
               MOVE T07-FIRST-HIT-PCT      TO EXT-GAM-FIRST-HIT-PCT
               MOVE T07-SECOND-SHOTS       TO EXT-GAM-SECOND-SHOTS
               MOVE T07-SECOND-HITS        TO EXT-GAM-SECOND-HITS
               MOVE T07-SECOND-HIT-PCT     TO EXT-GAM-SECOND-HIT-PCT
               MOVE T07-RESULT-TYPE        TO EXT-GAM-RESULT-TYPE
               MOVE T07-VOID-STATUS        TO EXT-GAM-VOID-STATUS
               WRITE RESULTS-REC FROM EXT-GAME-ROW
               ADD 1 TO WS-GAME-COUNT
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 6131-ADD-TO-HASH-TOTAL
             WHEN OTHER
               SET SO-6130-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE EXTT07-CSR
           END-EXEC
           .
      ******************************************************************
      *              6131-ADD-TO-HASH-TOTAL
      * BYTES 2-14 OF THE GAME-ID AS A NUMBER (SEE ZZEXT01), ADDED
      * MODULO 10**18 - WHEN THE SUM WOULD NOT FIT, THE PART THAT
      * FITS IS TAKEN OFF INSTEAD SO THE TOTAL WRAPS ROUND CLEANLY
      ******************************************************************
       6131-ADD-TO-HASH-TOTAL.
           MOVE T07-GAME-ID(2:13) TO WS-HASH-DIGITS
           IF WS-HASH-DIGITS IS NUMERIC THEN
             COMPUTE WS-HASH-HEADROOM = CT-HASH-MAXIMUM - WS-HASH-PART
             IF WS-HASH-TOTAL > WS-HASH-HEADROOM THEN
               COMPUTE WS-HASH-TOTAL =
                       WS-HASH-TOTAL - WS-HASH-HEADROOM - 1
             ELSE
               ADD WS-HASH-PART TO WS-HASH-TOTAL
             END-IF
           END-IF
           .
      ******************************************************************
      *              6140-EXTRACT-PLAYERS
      ******************************************************************
       6140-EXTRACT-PLAYERS.
           EXEC SQL
             DECLARE EXTT04-CSR CURSOR FOR
               SELECT PLAYER_NICK, GAMES_PLAYED, GAMES_WON,
                      GAMES_LOST, GAMES_FORFEITED, RATING
                 FROM T04_LEADERBOARD
                ORDER BY PLAYER_NICK
           END-EXEC

           EXEC SQL
             OPEN EXTT04-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-6140-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH EXTT04-CSR
                 INTO :T04-PLAYER-NICK, :T04-GAMES-PLAYED,
                      :T04-GAMES-WON, :T04-GAMES-LOST,
                      :T04-GAMES-FORFEITED, :T04-RATING
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               MOVE T04-PLAYER-NICK-TEXT TO EXT-PLR-PLAYER-NICK
               MOVE T04-GAMES-PLAYED     TO EXT-PLR-GAMES-PLAYED
               MOVE T04-GAMES-WON        TO EXT-PLR-GAMES-WON
               MOVE T04-GAMES-LOST       TO EXT-PLR-GAMES-LOST
               MOVE T04-GAMES-FORFEITED  TO EXT-PLR-GAMES-FORFEITED
               MOVE T04-RATING           TO EXT-PLR-RATING
               WRITE RESULTS-REC FROM EXT-PLAYER-ROW
               ADD 1 TO WS-PLAYER-COUNT
               ADD 1 TO WS-RECORD-COUNT
             WHEN OTHER
               SET SO-6140-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE EXTT04-CSR
           END-EXEC
           .
      ******************************************************************
      *              6150-WRITE-TRAILER
      ******************************************************************
       6150-WRITE-TRAILER.
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-GAME-COUNT   TO EXT-TRL-GAME-COUNT
           MOVE WS-PLAYER-COUNT TO EXT-TRL-PLAYER-COUNT
           MOVE WS-RECORD-COUNT TO EXT-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO EXT-TRL-GAME-ID-HASH
           WRITE RESULTS-REC FROM EXT-TRAILER-ROW
           .
      ******************************************************************
      *              6160-SAVE-HIGH-WATER-MARK
      * THE FILE IS COMPLETE - MOVE THE MARK TO THE END OF THIS
      * WINDOW AND COMMIT, SO THE NEXT RUN STARTS THERE
      ******************************************************************
       6160-SAVE-HIGH-WATER-MARK.
           MOVE CT-EXTRACT-NAME TO T17-EXTRACT-NAME
           MOVE WS-WINDOW-TO    TO T17-HIGH-WATER-TS
           MOVE WS-RUN-TS       TO T17-LAST-RUN-TS
           MOVE WS-GAME-COUNT   TO T17-LAST-GAME-COUNT
           IF SO-CONTROL-ROW-THERE THEN
             EXEC SQL
               UPDATE T17_EXTRACT_CONTROL
                  SET HIGH_WATER_TS   = TIMESTAMP(:T17-HIGH-WATER-TS),
                      LAST_RUN_TS     = TIMESTAMP(:T17-LAST-RUN-TS),
                      LAST_GAME_COUNT = :T17-LAST-GAME-COUNT
                WHERE EXTRACT_NAME = :T17-EXTRACT-NAME
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           ELSE
             EXEC SQL
               INSERT INTO T17_EXTRACT_CONTROL
                 (EXTRACT_NAME, HIGH_WATER_TS, LAST_RUN_TS,
                  LAST_GAME_COUNT)
                 VALUES (:T17-EXTRACT-NAME,
                         TIMESTAMP(:T17-HIGH-WATER-TS),
                         TIMESTAMP(:T17-LAST-RUN-TS),
                         :T17-LAST-GAME-COUNT)
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-NORMAL THEN
             EXEC SQL
               COMMIT
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
             SET SO-6160-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           .
      ******************************************************************
      *              6190-EXTRACT-REPORT
      ******************************************************************
       6190-EXTRACT-REPORT.
           DISPLAY ' '
           DISPLAY '===== BATTLESHIP DAILY RESULTS EXTRACT ====='
           DISPLAY 'RUN DATE                : ' WS-RUN-DATE
           MOVE WS-GAME-COUNT   TO WS-COUNT-ED
           DISPLAY 'GAME RECORDS WRITTEN    : ' WS-COUNT-ED
           MOVE WS-PLAYER-COUNT TO WS-COUNT-ED
           DISPLAY 'PLAYER RECORDS WRITTEN  : ' WS-COUNT-ED
           MOVE WS-RECORD-COUNT TO WS-COUNT-ED
           DISPLAY 'TOTAL RECORDS WRITTEN   : ' WS-COUNT-ED
           MOVE WS-HASH-TOTAL   TO WS-HASH-ED
           DISPLAY 'GAME-ID HASH TOTAL      : ' WS-HASH-ED
           IF RETURN-CODE = 0 THEN
             DISPLAY 'HIGH-WATER MARK MOVED TO ' WS-WINDOW-TO
           ELSE
             DISPLAY 'RUN FAILED - HIGH-WATER MARK LEFT AT '
                     WS-WINDOW-FROM
           END-IF
           DISPLAY '===== END OF RESULTS EXTRACT ====='
           .
      ******************************************************************
      *              6180-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       6180-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02344' TO T18-PROGRAM-ID
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
      *              6181-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 6180
      ******************************************************************
       6181-RECORD-RUN-END.
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
       END PROGRAM Z02344.
