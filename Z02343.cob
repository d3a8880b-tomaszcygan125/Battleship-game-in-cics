       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02343.
      *****************************************************************
      *          "BATTLESHIP NIGHTLY SUSPICIOUS-RESULT SCAN"
      *
      * STANDALONE (NON-CICS) BATCH, RUN NIGHTLY AS STEP040 OF
      * Z02333J (SEE Z02333.JCL).
      *
      * SCANS T07_GAME_HISTORY AND T05_SHOT_HISTORY FOR THE PATTERNS
      * THAT USUALLY MEAN A RESULT WAS ARRANGED RATHER THAN PLAYED,
      * SO THEY CAN BE LOOKED INTO (AND VOIDED FROM THE Z02336
      * CONSOLE) BEFORE THE RATINGS OR A TOURNAMENT BRACKET MOVE ON
      * THE STRENGTH OF THEM. VOIDED GAMES ARE ALREADY SETTLED AND
      * ARE LEFT OUT OF EVERY CHECK.
      *
      * OVER THE LAST CT-SCAN-DAYS:
      *   - PAIRS OF NICKS THAT PLAY EACH OTHER FAR MORE OFTEN THAN
      *     PAIRS DO ON AVERAGE - AT LEAST CT-PAIR-MIN-GAMES GAMES
      *     AND MORE THAN CT-PAIR-FACTOR TIMES THE AVERAGE - WITH
      *     THE WIN SPLIT INSIDE THE PAIR (WIN TRADING SHOWS AS A
      *     LOPSIDED OR A SUSPICIOUSLY EVEN SPLIT)
      *   - ONE NICK REPEATEDLY FORFEITING TO THE SAME OPPONENT BY
      *     DISCONNECT, TIMEOUT OR BLITZ CLOCK ('D'/'T'/'B') - AT
      *     LEAST CT-FORFEIT-MIN SUCH WINS, AND CT-FORFEIT-RATIO
      *     TIMES AS MANY AS THE OTHER WAY ROUND (OR NONE THE OTHER
      *     WAY ROUND AT ALL)
      *
      * OVER THE LAST CT-GAME-HOURS (ONE NIGHT'S GAMES, SO A GAME IS
      * REPORTED ONCE AND NOT EVERY NIGHT FOR A MONTH):
      *   - GAMES FOUGHT OUT TO THE LAST SHIP WHERE THE WINNER MISSED
      *     NO MORE THAN CT-MISS-MARGIN TIMES. ON AN 'S' WIN THE
      *     WINNER'S HITS ARE EXACTLY THE SHIP CELLS OF THE FLEET,
      *     WHICH IS THE MINIMUM NUMBER OF SHOTS THE GAME COULD HAVE
      *     TAKEN ON EITHER BOARD SIZE
      *   - SHOOTERS WHOSE HIT RATIO FROM THEIR VERY FIRST SHOT WAS
      *     AT LEAST CT-NEAR-PERFECT-PCT OVER AT LEAST
      *     CT-RATIO-MIN-SHOTS SHOTS, REBUILT FROM THE SHOT HISTORY
      *     TOGETHER WITH THE RUN OF HITS THEY OPENED WITH
      *
      * RETURN CODES:  0 = NOTHING FLAGGED
      *                4 = SOMETHING FLAGGED (REVIEW BEFORE THE
      *                    RESULTS ARE TRUSTED, SAME PAGING
      *                    CONVENTION AS Z02335 AND Z02339)
      *               16 = DB2 ERROR
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T05TABS END-EXEC.
           EXEC SQL INCLUDE T07TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.

       01  CT-CONSTANTS.
           05 CT-SCAN-DAYS                   PIC S9(4) COMP VALUE 30.
           05 CT-GAME-HOURS                  PIC S9(4) COMP VALUE 24.
           05 CT-PAIR-MIN-GAMES              PIC S9(4) COMP VALUE 10.
           05 CT-PAIR-FACTOR                 PIC S9(4) COMP VALUE 3.
           05 CT-FORFEIT-MIN                 PIC S9(4) COMP VALUE 3.
           05 CT-FORFEIT-RATIO               PIC S9(4) COMP VALUE 3.
           05 CT-MISS-MARGIN                 PIC S9(4) COMP VALUE 3.
           05 CT-NEAR-PERFECT-PCT            PIC S9(4) COMP VALUE 90.
           05 CT-RATIO-MIN-SHOTS             PIC S9(4) COMP VALUE 10.

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
               88 SO-SQLCODE-OK               VALUE  000   100.
               88 SO-SQLCODE-NORMAL           VALUE  000.
               88 SO-SQLCODE-NOT-FOUND        VALUE  100.
           10 WS-SQLERRMC                     PIC    X(70).
           10 SQLCODE-FORMAT                  PIC    -(5).
           10 SW-STATEMENT-ID                 PIC    X(4).
               88 SO-8900-PARA                VALUE  '8900'.
               88 SO-8901-PARA                VALUE  '8901'.
               88 SO-8910-PARA                VALUE  '8910'.
               88 SO-8920-PARA                VALUE  '8920'.
               88 SO-8930-PARA                VALUE  '8930'.

       01  SW-SWITCHES.
           05 SW-IF-FIRST-SHOOTER             PIC X VALUE '1'.
               88 SO-FIRST-SHOOTER            VALUE '1'.
               88 SO-NOT-FIRST-SHOOTER        VALUE '2'.
           05 SW-IF-STREAK-BROKEN             PIC X.
               88 SO-STREAK-RUNNING           VALUE '1'.
               88 SO-STREAK-BROKEN            VALUE '2'.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-GAME-COUNT                   PIC S9(9) COMP.
           05 WS-PAIR-COUNT                   PIC S9(9) COMP.
           05 WS-LOW-WINS                     PIC S9(9) COMP.
           05 WS-HIGH-WINS                    PIC S9(9) COMP.
           05 WS-AVG-PAIR-GAMES               PIC S9(5)V99 COMP-3
                                                  VALUE 0.
           05 WS-PAIR-LIMIT                   PIC S9(7)V99 COMP-3.
           05 WS-FORFEIT-COUNT                PIC S9(9) COMP.
           05 WS-DISCONNECT-COUNT             PIC S9(9) COMP.
           05 WS-TIMEOUT-COUNT                PIC S9(9) COMP.
           05 WS-BLITZ-COUNT                  PIC S9(9) COMP.
           05 WS-REVERSE-COUNT                PIC S9(9) COMP.
           05 WS-SHOT-COUNT                   PIC S9(9) COMP.
           05 WS-HIT-COUNT                    PIC S9(9) COMP.
           05 WS-STREAK-COUNT                 PIC S9(9) COMP.
           05 WS-HIT-PCT                      PIC S9(9) COMP.
           05 WS-SHOOTER-GAME-ID              PIC X(16).
           05 WS-SHOOTER-NICK                 PIC X(30).
           05 WS-PAIRS-FLAGGED                PIC S9(9) COMP VALUE 0.
           05 WS-FORFEITS-FLAGGED             PIC S9(9) COMP VALUE 0.
           05 WS-SHORT-WINS-FLAGGED           PIC S9(9) COMP VALUE 0.
           05 WS-RATIOS-FLAGGED               PIC S9(9) COMP VALUE 0.
           05 WS-TOTAL-FLAGGED                PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-ED                     PIC ZZZZZZZZ9.
           05 WS-GAMES-ED                     PIC ZZZZZZ9.
           05 WS-WINS-ED                      PIC ZZZZZZ9.
           05 WS-WINS2-ED                     PIC ZZZZZZ9.
           05 WS-D-ED                         PIC ZZZ9.
           05 WS-T-ED                         PIC ZZZ9.
           05 WS-B-ED                         PIC ZZZ9.
           05 WS-SHOTS-ED                     PIC ZZZ9.
           05 WS-HITS-ED                      PIC ZZZ9.
           05 WS-STREAK-ED                    PIC ZZZ9.
           05 WS-PCT-ED                       PIC ZZ9.
           05 WS-AVG-ED                       PIC ZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY 'Z02343 NIGHTLY SUSPICIOUS-RESULT SCAN STARTED'
           PERFORM 8980-RECORD-RUN-START
           DISPLAY ' '
           DISPLAY '===== BATTLESHIP SUSPICIOUS-ACTIVITY REPORT ====='
           PERFORM 8900-CHECK-FREQUENT-PAIRS
           PERFORM 8910-CHECK-LOPSIDED-FORFEITS
           PERFORM 8920-CHECK-NEAR-MINIMUM-WINS
           PERFORM 8930-CHECK-FIRST-SHOT-RATIOS
           PERFORM 8990-REPORT-SUMMARY
           PERFORM 8981-RECORD-RUN-END
           DISPLAY 'Z02343 NIGHTLY SUSPICIOUS-RESULT SCAN FINISHED'
           GOBACK
           .
      ******************************************************************
      *               8900-CHECK-FREQUENT-PAIRS
      * A PAIR IS THE TWO NICKS IN EITHER ORDER - THE LOWER NICK IS
      * ALWAYS REPORTED FIRST. THE WIN OF AN OVERTURNED GAME BELONGS
      * TO SECOND_PLAYER (SEE T07TABS)
      ******************************************************************
       8900-CHECK-FREQUENT-PAIRS.
           DISPLAY ' '
           DISPLAY '--- PAIRS MEETING FAR MORE THAN AVERAGE (LAST '
                   CT-SCAN-DAYS ' DAYS) ---'
           PERFORM 8901-GET-AVERAGE-PAIR-GAMES
           IF WS-PAIR-COUNT = 0 THEN
             DISPLAY '  NO GAMES IN THE WINDOW'
           ELSE
             MOVE WS-AVG-PAIR-GAMES TO WS-AVG-ED
             DISPLAY '  AVERAGE GAMES PER PAIR: ' WS-AVG-ED
             COMPUTE WS-PAIR-LIMIT = WS-AVG-PAIR-GAMES * CT-PAIR-FACTOR
             PERFORM 8902-LIST-FREQUENT-PAIRS
           END-IF
           .
      ******************************************************************
      *               8901-GET-AVERAGE-PAIR-GAMES
      ******************************************************************
       8901-GET-AVERAGE-PAIR-GAMES.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(PAIR_GAMES), 0)
               INTO :WS-PAIR-COUNT, :WS-GAME-COUNT
               FROM (SELECT COUNT(*) AS PAIR_GAMES
                       FROM T07_GAME_HISTORY
                      WHERE GAME_ENDED > CURRENT TIMESTAMP -
                                           :CT-SCAN-DAYS DAYS
                        AND VOID_STATUS <> 'V'
                      GROUP BY
                        CASE WHEN FIRST_PLAYER < SECOND_PLAYER
                             THEN FIRST_PLAYER ELSE SECOND_PLAYER END,
                        CASE WHEN FIRST_PLAYER < SECOND_PLAYER
                             THEN SECOND_PLAYER ELSE FIRST_PLAYER END)
                    AS PAIRS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
             SET SO-8901-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
             MOVE 0 TO WS-PAIR-COUNT
           END-IF
           IF WS-PAIR-COUNT > 0 THEN
             COMPUTE WS-AVG-PAIR-GAMES ROUNDED =
                     WS-GAME-COUNT / WS-PAIR-COUNT
           END-IF
           .
      ******************************************************************
      *               8902-LIST-FREQUENT-PAIRS
      ******************************************************************
       8902-LIST-FREQUENT-PAIRS.
           DISPLAY '  NICK                           NICK           '
                   '                  GAMES     WINS     WINS'

           EXEC SQL
             DECLARE SUSPAIR-CSR CURSOR FOR
               SELECT P_LOW, P_HIGH, COUNT(*),
                      SUM(CASE WHEN WINNER = P_LOW  THEN 1 ELSE 0 END),
                      SUM(CASE WHEN WINNER = P_HIGH THEN 1 ELSE 0 END)
                 FROM (SELECT
                        CASE WHEN FIRST_PLAYER < SECOND_PLAYER
                             THEN FIRST_PLAYER ELSE SECOND_PLAYER END
                          AS P_LOW,
                        CASE WHEN FIRST_PLAYER < SECOND_PLAYER
                             THEN SECOND_PLAYER ELSE FIRST_PLAYER END
                          AS P_HIGH,
                        CASE WHEN VOID_STATUS = 'O'
                             THEN SECOND_PLAYER ELSE FIRST_PLAYER END
                          AS WINNER
                         FROM T07_GAME_HISTORY
                        WHERE GAME_ENDED > CURRENT TIMESTAMP -
                                             :CT-SCAN-DAYS DAYS
                          AND VOID_STATUS <> 'V') AS GAMES
                GROUP BY P_LOW, P_HIGH
               HAVING COUNT(*) >= :CT-PAIR-MIN-GAMES
                  AND COUNT(*) >  :WS-PAIR-LIMIT
                ORDER BY 3 DESC, 1, 2
           END-EXEC

           EXEC SQL
             OPEN SUSPAIR-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8900-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH SUSPAIR-CSR
                 INTO :T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                      :WS-GAME-COUNT, :WS-LOW-WINS, :WS-HIGH-WINS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-PAIRS-FLAGGED
               MOVE WS-GAME-COUNT TO WS-GAMES-ED
               MOVE WS-LOW-WINS   TO WS-WINS-ED
               MOVE WS-HIGH-WINS  TO WS-WINS2-ED
               DISPLAY '  ' T07-FIRST-PLAYER-TEXT ' '
                       T07-SECOND-PLAYER-TEXT ' ' WS-GAMES-ED '  '
                       WS-WINS-ED '  ' WS-WINS2-ED
             WHEN OTHER
               SET SO-8900-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE SUSPAIR-CSR
           END-EXEC

           IF WS-PAIRS-FLAGGED = 0 THEN
             DISPLAY '  NONE'
           END-IF
           .
      ******************************************************************
      *               8910-CHECK-LOPSIDED-FORFEITS
      * FORFEIT WINS OF ONE NICK OVER ONE OPPONENT AGAINST THE
      * FORFEIT WINS THE OTHER WAY ROUND. OVERTURNED GAMES ARE LEFT
      * OUT - THEIR RECORDED FORFEIT NO LONGER DECIDES ANYTHING
      ******************************************************************
       8910-CHECK-LOPSIDED-FORFEITS.
           DISPLAY ' '
           DISPLAY '--- ONE-SIDED FORFEITS WITHIN A PAIR (LAST '
                   CT-SCAN-DAYS ' DAYS) ---'
           DISPLAY '  WINNER                         FORFEITED BY   '
                   '                   D    T    B  OTHER WAY'

           EXEC SQL
             DECLARE SUSFORF-CSR CURSOR FOR
               SELECT F.FIRST_PLAYER, F.SECOND_PLAYER, F.FORFEITS,
                      F.DISCONNECTS, F.TIMEOUTS, F.BLITZES,
                      (SELECT COUNT(*)
                         FROM T07_GAME_HISTORY R
                        WHERE R.FIRST_PLAYER  = F.SECOND_PLAYER
                          AND R.SECOND_PLAYER = F.FIRST_PLAYER
                          AND R.RESULT_TYPE IN ('D', 'T', 'B')
                          AND R.VOID_STATUS = ' '
                          AND R.GAME_ENDED > CURRENT TIMESTAMP -
                                               :CT-SCAN-DAYS DAYS)
                 FROM (SELECT FIRST_PLAYER, SECOND_PLAYER,
                              COUNT(*) AS FORFEITS,
                              SUM(CASE WHEN RESULT_TYPE = 'D'
                                       THEN 1 ELSE 0 END)
                                AS DISCONNECTS,
                              SUM(CASE WHEN RESULT_TYPE = 'T'
                                       THEN 1 ELSE 0 END)
                                AS TIMEOUTS,
                              SUM(CASE WHEN RESULT_TYPE = 'B'
                                       THEN 1 ELSE 0 END)
                                AS BLITZES
                         FROM T07_GAME_HISTORY
                        WHERE RESULT_TYPE IN ('D', 'T', 'B')
                          AND VOID_STATUS = ' '
                          AND GAME_ENDED > CURRENT TIMESTAMP -
                                             :CT-SCAN-DAYS DAYS
                        GROUP BY FIRST_PLAYER, SECOND_PLAYER
                       HAVING COUNT(*) >= :CT-FORFEIT-MIN) AS F
                ORDER BY 3 DESC, 1, 2
           END-EXEC

           EXEC SQL
             OPEN SUSFORF-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8910-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH SUSFORF-CSR
                 INTO :T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                      :WS-FORFEIT-COUNT, :WS-DISCONNECT-COUNT,
                      :WS-TIMEOUT-COUNT, :WS-BLITZ-COUNT,
                      :WS-REVERSE-COUNT
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               IF WS-FORFEIT-COUNT >=
                  WS-REVERSE-COUNT * CT-FORFEIT-RATIO THEN
                 ADD 1 TO WS-FORFEITS-FLAGGED
                 MOVE WS-DISCONNECT-COUNT TO WS-D-ED
                 MOVE WS-TIMEOUT-COUNT    TO WS-T-ED
                 MOVE WS-BLITZ-COUNT      TO WS-B-ED
                 MOVE WS-REVERSE-COUNT    TO WS-WINS-ED
                 DISPLAY '  ' T07-FIRST-PLAYER-TEXT ' '
                         T07-SECOND-PLAYER-TEXT ' ' WS-D-ED ' '
                         WS-T-ED ' ' WS-B-ED '  ' WS-WINS-ED
               END-IF
             WHEN OTHER
               SET SO-8910-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE SUSFORF-CSR
           END-EXEC

           IF WS-FORFEITS-FLAGGED = 0 THEN
             DISPLAY '  NONE'
           END-IF
           .
      ******************************************************************
      *               8920-CHECK-NEAR-MINIMUM-WINS
      * 'S' WINS OF THE LAST NIGHT WHERE THE WINNER (FIRST_PLAYER)
      * MISSED NO MORE THAN CT-MISS-MARGIN TIMES. THE MINIMUM IS THE
      * WINNER'S OWN HIT COUNT - EVERY SHIP CELL OF THE FLEET - SO
      * THE CHECK HOLDS FOR THE 10X10 AND THE 8X8 FLEET ALIKE. AN
      * OVERTURNED GAME ('O') IS LEFT OUT WITH THE VOID ONES - ITS
      * WIN WAS GIVEN TO SECOND_PLAYER, NOT TO THE SHOOTER COUNTED
      ******************************************************************
       8920-CHECK-NEAR-MINIMUM-WINS.
           DISPLAY ' '
           DISPLAY '--- WINS IN CLOSE TO THE MINIMUM SHOTS (LAST '
                   CT-GAME-HOURS ' HOURS) ---'
           DISPLAY '  WINNER                         LOSER          '
                   '                 SHOTS  MIN  GAME ID'

           EXEC SQL
             DECLARE SUSSHOT-CSR CURSOR FOR
               SELECT FIRST_PLAYER, SECOND_PLAYER, GAME_ID,
                      FIRST_SHOTS, FIRST_HITS
                 FROM T07_GAME_HISTORY
                WHERE RESULT_TYPE = 'S'
                  AND VOID_STATUS <> 'V'
                  AND VOID_STATUS <> 'O'
                  AND FIRST_HITS > 0
                  AND FIRST_SHOTS - FIRST_HITS <= :CT-MISS-MARGIN
                  AND GAME_ENDED > CURRENT TIMESTAMP -
                                     :CT-GAME-HOURS HOURS
                ORDER BY FIRST_SHOTS - FIRST_HITS, FIRST_PLAYER
           END-EXEC

           EXEC SQL
             OPEN SUSSHOT-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8920-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH SUSSHOT-CSR
                 INTO :T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                      :T07-GAME-ID, :T07-FIRST-SHOTS, :T07-FIRST-HITS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-SHORT-WINS-FLAGGED
               MOVE T07-FIRST-SHOTS TO WS-SHOTS-ED
               MOVE T07-FIRST-HITS  TO WS-HITS-ED
               DISPLAY '  ' T07-FIRST-PLAYER-TEXT ' '
                       T07-SECOND-PLAYER-TEXT ' ' WS-SHOTS-ED ' '
                       WS-HITS-ED '  ' T07-GAME-ID
             WHEN OTHER
               SET SO-8920-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE SUSSHOT-CSR
           END-EXEC

           IF WS-SHORT-WINS-FLAGGED = 0 THEN
             DISPLAY '  NONE'
           END-IF
           .
      ******************************************************************
      *               8930-CHECK-FIRST-SHOT-RATIOS
      * WALKS THE SHOT HISTORY OF THE LAST NIGHT'S GAMES IN SHOT
      * ORDER, ONE SHOOTER OF ONE GAME AT A TIME (T05 FIRST_PLAYER
      * IS THE NICK THAT FIRED, SEE 7028 IN Z02332). SHOT_RESULT
      * '2' IS A MISS, '1' AND '3' ARE HITS. LEGACY ROWS WITHOUT A
      * GAME_ID CANNOT BE TOLD APART BY GAME AND ARE SKIPPED
      ******************************************************************
       8930-CHECK-FIRST-SHOT-RATIOS.
           DISPLAY ' '
           DISPLAY '--- NEAR-PERFECT AIM FROM THE FIRST SHOT (LAST '
                   CT-GAME-HOURS ' HOURS) ---'
           DISPLAY '  SHOOTER                        SHOTS HITS HIT% '
                   'OPENING RUN  GAME ID'

           EXEC SQL
             DECLARE SUSRATE-CSR CURSOR FOR
               SELECT S.GAME_ID, S.FIRST_PLAYER, S.SHOT_RESULT
                 FROM T05_SHOT_HISTORY S
                WHERE S.GAME_ID <> ' '
                  AND EXISTS
                      (SELECT 1
                         FROM T07_GAME_HISTORY G
                        WHERE G.GAME_ID = S.GAME_ID
                          AND G.VOID_STATUS <> 'V'
                          AND G.GAME_ENDED > CURRENT TIMESTAMP -
                                               :CT-GAME-HOURS HOURS)
                ORDER BY S.GAME_ID, S.FIRST_PLAYER, S.SHOT_SEQUENCE
           END-EXEC

           EXEC SQL
             OPEN SUSRATE-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8930-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           SET SO-FIRST-SHOOTER TO TRUE
           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH SUSRATE-CSR
                 INTO :T05-GAME-ID, :T05-FIRST-PLAYER,
                      :T05-SHOT-RESULT
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               IF SO-NOT-FIRST-SHOOTER AND
                  (T05-GAME-ID NOT = WS-SHOOTER-GAME-ID OR
                   T05-FIRST-PLAYER-TEXT NOT = WS-SHOOTER-NICK) THEN
                 PERFORM 8931-JUDGE-THE-SHOOTER
               END-IF
               IF SO-FIRST-SHOOTER OR
                  T05-GAME-ID NOT = WS-SHOOTER-GAME-ID OR
                  T05-FIRST-PLAYER-TEXT NOT = WS-SHOOTER-NICK THEN
                 SET SO-NOT-FIRST-SHOOTER TO TRUE
                 SET SO-STREAK-RUNNING    TO TRUE
                 MOVE T05-GAME-ID           TO WS-SHOOTER-GAME-ID
                 MOVE T05-FIRST-PLAYER-TEXT TO WS-SHOOTER-NICK
                 MOVE 0 TO WS-SHOT-COUNT
                 MOVE 0 TO WS-HIT-COUNT
                 MOVE 0 TO WS-STREAK-COUNT
               END-IF
               ADD 1 TO WS-SHOT-COUNT
               IF T05-SHOT-RESULT = '2' THEN
                 SET SO-STREAK-BROKEN TO TRUE
               ELSE
                 ADD 1 TO WS-HIT-COUNT
                 IF SO-STREAK-RUNNING THEN
                   ADD 1 TO WS-STREAK-COUNT
                 END-IF
               END-IF
             WHEN OTHER
               SET SO-8930-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM
      * THE LAST SHOOTER HAS NO FOLLOWING ROW TO TRIGGER THE BREAK
           IF SO-NOT-FIRST-SHOOTER THEN
             PERFORM 8931-JUDGE-THE-SHOOTER
           END-IF

           EXEC SQL
             CLOSE SUSRATE-CSR
           END-EXEC

           IF WS-RATIOS-FLAGGED = 0 THEN
             DISPLAY '  NONE'
           END-IF
           .
      ******************************************************************
      *               8931-JUDGE-THE-SHOOTER
      * ONE SHOOTER'S GAME IS COMPLETE - FLAG IT WHEN ENOUGH SHOTS
      * WERE FIRED TO MEAN SOMETHING AND ALMOST ALL OF THEM HIT
      ******************************************************************
       8931-JUDGE-THE-SHOOTER.
           IF WS-SHOT-COUNT >= CT-RATIO-MIN-SHOTS THEN
             COMPUTE WS-HIT-PCT = (WS-HIT-COUNT * 100) / WS-SHOT-COUNT
             IF WS-HIT-PCT >= CT-NEAR-PERFECT-PCT THEN
               ADD 1 TO WS-RATIOS-FLAGGED
               MOVE WS-SHOT-COUNT   TO WS-SHOTS-ED
               MOVE WS-HIT-COUNT    TO WS-HITS-ED
               MOVE WS-HIT-PCT      TO WS-PCT-ED
               MOVE WS-STREAK-COUNT TO WS-STREAK-ED
               DISPLAY '  ' WS-SHOOTER-NICK ' ' WS-SHOTS-ED ' '
                       WS-HITS-ED '  ' WS-PCT-ED '        '
                       WS-STREAK-ED '  ' WS-SHOOTER-GAME-ID
             END-IF
           END-IF
           .
      ******************************************************************
      *               8990-REPORT-SUMMARY
      * ANYTHING FLAGGED ENDS THE STEP RC=4 - DB2 ERRORS (RC=16, SET
      * IN 9000) OUTRANK THE FLAG CODE
      ******************************************************************
       8990-REPORT-SUMMARY.
           COMPUTE WS-TOTAL-FLAGGED = WS-PAIRS-FLAGGED
                                    + WS-FORFEITS-FLAGGED
                                    + WS-SHORT-WINS-FLAGGED
                                    + WS-RATIOS-FLAGGED
           DISPLAY ' '
           MOVE WS-PAIRS-FLAGGED      TO WS-COUNT-ED
           DISPLAY 'FREQUENT PAIRS FLAGGED         : ' WS-COUNT-ED
           MOVE WS-FORFEITS-FLAGGED   TO WS-COUNT-ED
           DISPLAY 'ONE-SIDED FORFEITS FLAGGED     : ' WS-COUNT-ED
           MOVE WS-SHORT-WINS-FLAGGED TO WS-COUNT-ED
           DISPLAY 'NEAR-MINIMUM WINS FLAGGED      : ' WS-COUNT-ED
           MOVE WS-RATIOS-FLAGGED     TO WS-COUNT-ED
           DISPLAY 'NEAR-PERFECT SHOOTERS FLAGGED  : ' WS-COUNT-ED
           IF WS-TOTAL-FLAGGED > 0 AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '===== END OF SUSPICIOUS-ACTIVITY REPORT ====='
           .
      ******************************************************************
      *              8980-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8980-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02343' TO T18-PROGRAM-ID
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
      *              8981-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8980
      ******************************************************************
       8981-RECORD-RUN-END.
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
       END PROGRAM Z02343.
