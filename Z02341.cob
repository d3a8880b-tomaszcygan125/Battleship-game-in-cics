       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02341.
      *****************************************************************
      *            "BATTLESHIP LEADERBOARD REBUILD BATCH"
      *
      * STANDALONE (NON-CICS) BATCH, RUN ON DEMAND (SEE Z02341.JCL)
      * AFTER A DISPUTED RESULT HAS BEEN SETTLED. ONLINE, 7024, 7046
      * AND 7042 IN Z02332 (AND 7210 IN Z02336) MOVE T04_LEADERBOARD
      * IN PLACE AS EACH GAME ENDS, SO A WRONG RESULT CAN NEVER BE
      * TAKEN BACK OUT THERE - AND EVERY LATER RATING MOVE OF BOTH
      * NICKS WAS COMPUTED FROM THE WRONG FIGURES. THE OPERATOR MARKS
      * THE GAME VOID OR OVERTURNED ON THE Z02336 CONSOLE (ACTION
      * 'V', T07 VOID_STATUS) AND THIS PROGRAM THEN REBUILDS EVERY
      * T04 ROW FROM SCRATCH BY REPLAYING THE WHOLE GAME HISTORY.
      *
      * THE HISTORY IS THE LIVE T07_GAME_HISTORY PLUS EVERY ARCHIVED
      * GENERATION OF IT (ARCHT07, LAYOUT ARC-T07-ROW OF ZZARC01) -
      * THE MONTHLY Z02337 ARCHIVE TAKES THE OLD GAMES OUT OF T07
      * BUT THEIR RESULTS STILL STAND. BOTH ARE SORTED INTO
      * GAME_ENDED ORDER, SO THE RATINGS ARE MOVED IN THE SAME
      * SEQUENCE THE ONLINE MOVED THEM. A GAME PRESENT MORE THAN ONCE
      * (RESTORED BY Z02338, OR DUPLICATED ACROSS AN ABEND-RERUN PAIR
      * OF ARCHIVE GENERATIONS) IS REPLAYED ONCE: THE LIVE ROW WINS,
      * AS IT CARRIES THE CURRENT VOID MARK. AN ARCHIVED GAME MUST BE
      * RESTORED WITH Z02338 BEFORE IT CAN BE MARKED.
      *
      * EACH GAME IS CREDITED WITH THE ONLINE RULES:
      *   - THE WINNER: PLAYED +1, WON +1, RATING MOVED UP AGAINST
      *     THE LOSER'S RATING BEFORE THE GAME (7024/7042)
      *   - THE LOSER: PLAYED +1, LOST +1, PLUS FORFEITED +1 FOR A
      *     'D'/'T'/'B' FORFEIT, RATING MOVED DOWN AGAINST THE
      *     WINNER'S NEW RATING (7024 OR 7046, THEN 7042)
      *   - AN OPERATOR FORCE-END ('E') COUNTS THE WIN AND THE LOSS
      *     BUT MOVES NO RATING, AS 7210 IN Z02336 DOES
      *   - VOID_STATUS 'V' - THE GAME IS SKIPPED ENTIRELY
      *   - VOID_STATUS 'O' - THE WIN GOES TO SECOND_PLAYER AS A
      *     FOUGHT-OUT RESULT (NOBODY FORFEITED THE OVERTURNED WIN)
      *
      * THE RATING FORMULA USES THE RATING TUNING PARAMETERS IN FORCE
      * NOW (T21_TUNING_PARM, PRINTED AT THE TOP OF THE REPORT) FOR
      * THE WHOLE HISTORY - IF THEY WERE CHANGED SINCE OLDER GAMES
      * WERE PLAYED, THOSE GAMES ARE RE-RATED UNDER THE NEW VALUES.
      *
      * A NICK WHOSE GAMES ARE ALL GONE KEEPS ITS ROW WITH ZERO COUNTS
      * AND THE BASE RATING. EVERY NICK WHOSE FIGURES CHANGED IS
      * PRINTED TO SYSOUT WITH ITS BEFORE AND AFTER FIGURES - FILE
      * THE REPORT WITH THE DISPUTE'S PAPERWORK. THE REBUILD IS ONE
      * UNIT OF WORK: ANY ERROR ROLLS T04 BACK UNTOUCHED.
      *
      * RETURN CODES:  0 = LEADERBOARD REBUILT
      *                8 = REFUSED TO START, T14 SYSTEM STATUS IS NOT
      *                    CLOSED (RERUN IN THE MAINTENANCE WINDOW)
      *               16 = DB2, SORT OR TABLE-SIZE ERROR (T04 ROLLED
      *                    BACK, RERUN AFTER THE FIX)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-T07-FILE     ASSIGN TO ARCHT07.
           SELECT REBUILD-SORT-FILE ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-T07-FILE.
       01  ARCH-T07-REC                       PIC X(220).
      * ONE RECORD PER GAME TO REPLAY. THE GAME KEY IDENTIFIES THE
      * GAME WHEREVER IT CAME FROM; SRT-SOURCE ORDERS THE COPIES OF
      * ONE GAME SO THE ONE TO BELIEVE COMES FIRST:
      *   '1' = LIVE T07 ROW
      *   '2' = ARCHIVED ROW CARRYING A VOID MARK
      *   '3' = ARCHIVED ROW WITHOUT ONE
       SD  REBUILD-SORT-FILE.
       01  SRT-GAME-REC.
           05 SRT-GAME-KEY.
              10 SRT-GAME-ENDED               PIC X(26).
              10 SRT-GAME-ID                  PIC X(16).
              10 SRT-FIRST-PLAYER             PIC X(30).
              10 SRT-SECOND-PLAYER            PIC X(30).
           05 SRT-SOURCE                      PIC X(1).
           05 SRT-RESULT-TYPE                 PIC X(1).
           05 SRT-VOID-STATUS                 PIC X(1).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T04TABS END-EXEC.
           EXEC SQL INCLUDE T07TABS END-EXEC.
           EXEC SQL INCLUDE T14TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           EXEC SQL INCLUDE T21TABS END-EXEC.
           COPY ZZARC01.
           COPY ZZPRM01.

      * THE SAME RATING TUNING AS Z02332 (SEE 7042 THERE) - THE
      * REBUILD MUST MOVE RATINGS EXACTLY AS THE ONLINE DID. THE FOUR
      * CT-RATING- VALUES ARE SET FROM T21_TUNING_PARM (OR THEIR
      * ZZPRM01 DEFAULTS) BY 8725-LOAD-PARAMETERS, AS IN Z02332
       01  CT-CONSTANTS.
           05 CT-RATING-BASE                 PIC S9(4) COMP VALUE 1000.
           05 CT-RATING-SWING                PIC S9(4) COMP VALUE 16.
           05 CT-RATING-SLOPE                PIC S9(4) COMP VALUE 25.
           05 CT-RATING-CAP                  PIC S9(4) COMP VALUE 31.
      * CAPACITY OF THE IN-STORAGE LEADERBOARD - MUST MATCH THE
      * OCCURS OF WS-NICK-ENTRY BELOW
           05 CT-MAX-NICKS                   PIC S9(4) COMP VALUE 5000.

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
               88 SO-SQLCODE-OK               VALUE  000   100.
               88 SO-SQLCODE-NORMAL           VALUE  000.
               88 SO-SQLCODE-NOT-FOUND        VALUE  100.
           10 WS-SQLERRMC                     PIC    X(70).
           10 SQLCODE-FORMAT                  PIC    -(5).
           10 SW-STATEMENT-ID                 PIC    X(4).
               88 SO-8700-PARA                VALUE  '8700'.
               88 SO-8711-PARA                VALUE  '8711'.
               88 SO-8720-PARA                VALUE  '8720'.
               88 SO-8750-PARA                VALUE  '8750'.
               88 SO-8760-PARA                VALUE  '8760'.

       01  SW-SWITCHES.
      * THE T14 MAINTENANCE CONTROL - THE REBUILD REWRITES EVERY T04
      * ROW AND WOULD RACE THE ONLINE'S OWN UPDATES UNDER AN OPEN
      * SYSTEM
           05 SW-IF-BATCH-MAY-RUN             PIC X.
              88 SO-BATCH-MAY-RUN             VALUE '1'.
              88 SO-BATCH-MUST-WAIT           VALUE '2'.
      * KEPT APART FROM RETURN-CODE: THE SORT STATEMENT OVERWRITES
      * RETURN-CODE WITH ITS OWN SORT-RETURN WHEN IT ENDS, WHICH
      * WOULD HIDE AN ERROR RAISED INSIDE ITS INPUT/OUTPUT PROCEDURE
           05 SW-IF-REBUILD-FAILED            PIC X    VALUE '2'.
              88 SO-REBUILD-FAILED            VALUE '1'.
              88 SO-REBUILD-OK                VALUE '2'.
           05 SW-IF-END-OF-FILE               PIC X.
              88 SO-END-OF-FILE               VALUE '1'.
              88 SO-NOT-END-OF-FILE           VALUE '2'.
           05 SW-IF-END-OF-SORT               PIC X.
              88 SO-END-OF-SORT               VALUE '1'.
              88 SO-NOT-END-OF-SORT           VALUE '2'.
           05 SW-IF-NICK-FOUND                PIC X.
              88 SO-NICK-FOUND                VALUE '1'.
              88 SO-NICK-NOT-FOUND            VALUE '2'.
           05 SW-LEADERBOARD-RESULT           PIC X.
              88 SO-LEADERBOARD-WIN           VALUE 'W'.
              88 SO-LEADERBOARD-LOSS          VALUE 'L'.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-LIVE-RELEASED-COUNT          PIC S9(9) COMP VALUE 0.
           05 WS-ARCH-RELEASED-COUNT          PIC S9(9) COMP VALUE 0.
           05 WS-DUPLICATE-COUNT              PIC S9(9) COMP VALUE 0.
           05 WS-REPLAYED-COUNT               PIC S9(9) COMP VALUE 0.
           05 WS-VOIDED-COUNT                 PIC S9(9) COMP VALUE 0.
           05 WS-OVERTURNED-COUNT             PIC S9(9) COMP VALUE 0.
           05 WS-CHANGED-COUNT                PIC S9(9) COMP VALUE 0.
           05 WS-INSERTED-COUNT               PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-ED                     PIC ZZZZZZZZ9.
           05 WS-PLAYED-ED                    PIC ZZZZZZ9.
           05 WS-WON-ED                       PIC ZZZZZZ9.
           05 WS-LOST-ED                      PIC ZZZZZZ9.
           05 WS-FORFEITED-ED                 PIC ZZZZZZ9.
           05 WS-RATING-ED                    PIC ZZZZZZ9.
           05 WS-PREV-GAME-KEY                PIC X(102) VALUE SPACE.
           05 WS-WINNER-NICK                  PIC X(30) VALUE SPACE.
           05 WS-LOSER-NICK                   PIC X(30) VALUE SPACE.
           05 WS-GAME-RESULT-TYPE             PIC X(1)  VALUE SPACE.
           05 WS-NICK-COUNT                   PIC S9(4) COMP VALUE 0.
           05 WS-NICK-SUB                     PIC S9(4) COMP VALUE 0.
           05 WS-WINNER-SUB                   PIC S9(4) COMP VALUE 0.
           05 WS-LOSER-SUB                    PIC S9(4) COMP VALUE 0.
           05 WS-MY-RATING                    PIC S9(9) COMP VALUE 0.
           05 WS-OPPONENT-RATING              PIC S9(9) COMP VALUE 0.
           05 WS-RATING-DELTA                 PIC S9(9) COMP VALUE 0.
           05 WS-STRING-TEMP                  PIC X(30) VALUE SPACE.
           05 WS-SPACE-COUNTER                PIC S9(4) COMP VALUE 0.
           05 WS-NICK-WORK                    PIC X(30) VALUE SPACE.
           05 WS-NICK-WORK-LEN                PIC S9(4) COMP VALUE 0.

      * THE WHOLE LEADERBOARD IN STORAGE - THE FIGURES T04 HELD WHEN
      * THE RUN STARTED (OLD) AND THE ONES THE REPLAY ARRIVES AT
      * (NEW). A NICK MET ONLY IN THE HISTORY HAS NO T04 ROW YET
       01  WS-NICK-TABLE.
           05 WS-NICK-ENTRY OCCURS 5000 TIMES.
              10 WS-NE-NICK                   PIC X(30).
              10 SW-NE-IN-T04                 PIC X.
                 88 SO-NE-IN-T04              VALUE '1'.
                 88 SO-NE-NOT-IN-T04          VALUE '2'.
              10 WS-NE-OLD-PLAYED             PIC S9(9) COMP.
              10 WS-NE-OLD-WON                PIC S9(9) COMP.
              10 WS-NE-OLD-LOST               PIC S9(9) COMP.
              10 WS-NE-OLD-FORFEITED          PIC S9(9) COMP.
              10 WS-NE-OLD-RATING             PIC S9(9) COMP.
              10 WS-NE-NEW-PLAYED             PIC S9(9) COMP.
              10 WS-NE-NEW-WON                PIC S9(9) COMP.
              10 WS-NE-NEW-LOST               PIC S9(9) COMP.
              10 WS-NE-NEW-FORFEITED          PIC S9(9) COMP.
              10 WS-NE-NEW-RATING             PIC S9(9) COMP.

       PROCEDURE DIVISION.
           DISPLAY 'Z02341 LEADERBOARD REBUILD BATCH STARTED'
           PERFORM 8770-RECORD-RUN-START
           PERFORM 8725-LOAD-PARAMETERS
           PERFORM 8720-CHECK-SYSTEM-STATUS
           IF SO-BATCH-MUST-WAIT THEN
             DISPLAY 'Z02341 REFUSED TO START - SYSTEM STATUS IS '
                     T14-STATUS-CODE ' (NEEDS CLOSED)'
      * ONLY WHEN NOTHING WORSE HAPPENED - A DB2 ERROR IN THE STATUS
      * CHECK ITSELF ALREADY SET RC=16 AND MUST NOT BE DOWNGRADED TO
      * THE BENIGN WAITING-FOR-THE-WINDOW CODE
             IF RETURN-CODE = 0 THEN
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM 8700-LOAD-CURRENT-LEADERBOARD
             IF SO-REBUILD-OK THEN
               SORT REBUILD-SORT-FILE
                 ON ASCENDING KEY SRT-GAME-ENDED
                                  SRT-GAME-ID
                                  SRT-FIRST-PLAYER
                                  SRT-SECOND-PLAYER
                                  SRT-SOURCE
                 INPUT PROCEDURE  IS 8710-RELEASE-GAME-HISTORY
                 OUTPUT PROCEDURE IS 8740-REPLAY-GAME-HISTORY
               IF SORT-RETURN NOT = 0 THEN
                 DISPLAY 'SORT OF THE GAME HISTORY FAILED, SORT-RETURN '
                         SORT-RETURN
                 SET SO-REBUILD-FAILED TO TRUE
               END-IF
             END-IF
             IF SO-REBUILD-OK THEN
               PERFORM 8750-WRITE-LEADERBOARD
             END-IF
             PERFORM 8760-END-UNIT-OF-WORK
      * A ROLLED-BACK REBUILD WROTE NOTHING THAT STAYS
             IF SO-REBUILD-OK THEN
               COMPUTE WS-RUN-ROWS-WRITTEN = WS-CHANGED-COUNT
                                           + WS-INSERTED-COUNT
             END-IF
             PERFORM 8790-REBUILD-REPORT
             IF SO-REBUILD-FAILED THEN
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM 8771-RECORD-RUN-END
           DISPLAY 'Z02341 LEADERBOARD REBUILD BATCH FINISHED'
           GOBACK
           .
      ******************************************************************
      *              8720-CHECK-SYSTEM-STATUS
      * SAME FAIL-SAFE GATE AS Z02333'S 8005 - A MISSING T14 ROW
      * READS AS OPEN AND KEEPS THE REBUILD PARKED
      ******************************************************************
       8720-CHECK-SYSTEM-STATUS.
           SET SO-BATCH-MUST-WAIT TO TRUE
           MOVE 'OPEN' TO T14-STATUS-CODE
           EXEC SQL
             SELECT STATUS_CODE
               INTO :T14-STATUS-CODE
               FROM T14_SYSTEM_STATUS
              FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             IF T14-STATUS-CODE = 'CLOSED' THEN
               SET SO-BATCH-MAY-RUN TO TRUE
             END-IF
           WHEN SO-SQLCODE-NOT-FOUND
             MOVE 'OPEN' TO T14-STATUS-CODE
           WHEN OTHER
             SET SO-8720-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              8700-LOAD-CURRENT-LEADERBOARD
      * EVERY T04 ROW AS IT STANDS BEFORE THE REBUILD - THE "BEFORE"
      * SIDE OF THE REPORT. THE REPLAY STARTS EVERY NICK FROM ZERO
      * COUNTS AND THE BASE RATING, NOT FROM THESE FIGURES
      ******************************************************************
       8700-LOAD-CURRENT-LEADERBOARD.
           EXEC SQL
             DECLARE REBT04-CSR CURSOR FOR
               SELECT PLAYER_NICK, GAMES_PLAYED, GAMES_WON,
                      GAMES_LOST, GAMES_FORFEITED, RATING
                 FROM T04_LEADERBOARD
           END-EXEC

           EXEC SQL
             OPEN REBT04-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8700-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             MOVE SPACE TO T04-PLAYER-NICK-TEXT
             EXEC SQL
               FETCH REBT04-CSR
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
               MOVE T04-PLAYER-NICK-TEXT TO WS-NICK-WORK
               PERFORM 8730-FIND-NICK
               IF SO-REBUILD-OK THEN
                 SET SO-NE-IN-T04(WS-NICK-SUB) TO TRUE
                 MOVE T04-GAMES-PLAYED TO WS-NE-OLD-PLAYED(WS-NICK-SUB)
                 MOVE T04-GAMES-WON    TO WS-NE-OLD-WON(WS-NICK-SUB)
                 MOVE T04-GAMES-LOST   TO WS-NE-OLD-LOST(WS-NICK-SUB)
                 MOVE T04-GAMES-FORFEITED
                                     TO WS-NE-OLD-FORFEITED(WS-NICK-SUB)
                 MOVE T04-RATING       TO WS-NE-OLD-RATING(WS-NICK-SUB)
               ELSE
      * THE TABLE IS FULL - NOTHING CAN BE REBUILT, STOP READING
                 MOVE 100 TO SW-SQLCODE
               END-IF
             WHEN OTHER
               SET SO-8700-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE REBT04-CSR
           END-EXEC
           .
      ******************************************************************
      *              8710-RELEASE-GAME-HISTORY
      * SORT INPUT PROCEDURE - EVERY LIVE AND EVERY ARCHIVED T07 ROW
      ******************************************************************
       8710-RELEASE-GAME-HISTORY.
           PERFORM 8711-RELEASE-LIVE-GAMES
           IF SO-REBUILD-OK THEN
             PERFORM 8712-RELEASE-ARCHIVED-GAMES
           END-IF
           .
      ******************************************************************
      *              8711-RELEASE-LIVE-GAMES
      * THE VARCHAR TEXT PARTS ARE BLANKED BEFORE EACH FETCH - DB2
      * FILLS ONLY THE LENGTH IT RETURNS, AND A SHORTER NICK MUST NOT
      * INHERIT THE TAIL OF THE LONGER ONE BEFORE IT IN THE SORT KEY
      ******************************************************************
       8711-RELEASE-LIVE-GAMES.
           EXEC SQL
             DECLARE REBT07-CSR CURSOR FOR
               SELECT GAME_ENDED, GAME_ID, FIRST_PLAYER,
                      SECOND_PLAYER, RESULT_TYPE, VOID_STATUS
                 FROM T07_GAME_HISTORY
           END-EXEC

           EXEC SQL
             OPEN REBT07-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-8711-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             MOVE SPACE TO T07-FIRST-PLAYER-TEXT
             MOVE SPACE TO T07-SECOND-PLAYER-TEXT
             EXEC SQL
               FETCH REBT07-CSR
                 INTO :T07-GAME-ENDED, :T07-GAME-ID,
                      :T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                      :T07-RESULT-TYPE, :T07-VOID-STATUS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               MOVE T07-GAME-ENDED         TO SRT-GAME-ENDED
               MOVE T07-GAME-ID            TO SRT-GAME-ID
               MOVE T07-FIRST-PLAYER-TEXT  TO SRT-FIRST-PLAYER
               MOVE T07-SECOND-PLAYER-TEXT TO SRT-SECOND-PLAYER
               MOVE '1'                    TO SRT-SOURCE
               MOVE T07-RESULT-TYPE        TO SRT-RESULT-TYPE
               MOVE T07-VOID-STATUS        TO SRT-VOID-STATUS
               RELEASE SRT-GAME-REC
               ADD 1 TO WS-LIVE-RELEASED-COUNT
             WHEN OTHER
               SET SO-8711-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE REBT07-CSR
           END-EXEC
           .
      ******************************************************************
      *              8712-RELEASE-ARCHIVED-GAMES
      * ARCHT07 IS THE GDG BASE, SO EVERY GENERATION IS READ - IN NO
      * USEFUL ORDER, WHICH IS WHY THE HISTORY GOES THROUGH THE SORT
      ******************************************************************
       8712-RELEASE-ARCHIVED-GAMES.
           OPEN INPUT ARCH-T07-FILE
           SET SO-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL SO-END-OF-FILE
             READ ARCH-T07-FILE INTO ARC-T07-ROW
               AT END SET SO-END-OF-FILE TO TRUE
             END-READ
             IF SO-NOT-END-OF-FILE THEN
               MOVE ARC-T07-GAME-ENDED    TO SRT-GAME-ENDED
               MOVE ARC-T07-GAME-ID       TO SRT-GAME-ID
               MOVE ARC-T07-FIRST-PLAYER  TO SRT-FIRST-PLAYER
               MOVE ARC-T07-SECOND-PLAYER TO SRT-SECOND-PLAYER
               MOVE ARC-T07-RESULT-TYPE   TO SRT-RESULT-TYPE
      * GENERATIONS UNLOADED BEFORE THE RESULT-TYPE COLUMN EXISTED
      * CARRY A BLANK THERE - THOSE GAMES WERE ALL FOUGHT OUT
               IF SRT-RESULT-TYPE = SPACE THEN
                 MOVE 'S' TO SRT-RESULT-TYPE
               END-IF
               MOVE ARC-T07-VOID-STATUS   TO SRT-VOID-STATUS
               IF SRT-VOID-STATUS = SPACE THEN
                 MOVE '3' TO SRT-SOURCE
               ELSE
                 MOVE '2' TO SRT-SOURCE
               END-IF
               RELEASE SRT-GAME-REC
               ADD 1 TO WS-ARCH-RELEASED-COUNT
               ADD 1 TO WS-RUN-ROWS-READ
             END-IF
           END-PERFORM
           CLOSE ARCH-T07-FILE
           .
      ******************************************************************
      *              8740-REPLAY-GAME-HISTORY
      * SORT OUTPUT PROCEDURE - THE GAMES COME BACK IN GAME_ENDED
      * ORDER. ONLY THE FIRST COPY OF A GAME KEY IS REPLAYED (SEE
      * SRT-SOURCE FOR WHICH COPY THAT IS)
      ******************************************************************
       8740-REPLAY-GAME-HISTORY.
           MOVE SPACE TO WS-PREV-GAME-KEY
           SET SO-NOT-END-OF-SORT TO TRUE
           PERFORM UNTIL SO-END-OF-SORT
             RETURN REBUILD-SORT-FILE
               AT END SET SO-END-OF-SORT TO TRUE
             END-RETURN
             IF SO-NOT-END-OF-SORT THEN
               IF SRT-GAME-KEY = WS-PREV-GAME-KEY THEN
                 ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                 MOVE SRT-GAME-KEY TO WS-PREV-GAME-KEY
                 PERFORM 8741-APPLY-ONE-GAME
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************************************************
      *              8741-APPLY-ONE-GAME
      * FIRST_PLAYER IS THE RECORDED WINNER (SEE T07TABS) - AN
      * OVERTURNED GAME SIMPLY SWAPS THE TWO SIDES
      ******************************************************************
       8741-APPLY-ONE-GAME.
           EVALUATE SRT-VOID-STATUS
           WHEN 'V'
             ADD 1 TO WS-VOIDED-COUNT
           WHEN 'O'
             ADD 1 TO WS-OVERTURNED-COUNT
             MOVE SRT-SECOND-PLAYER TO WS-WINNER-NICK
             MOVE SRT-FIRST-PLAYER  TO WS-LOSER-NICK
             IF SRT-RESULT-TYPE = 'E' THEN
               MOVE 'E' TO WS-GAME-RESULT-TYPE
             ELSE
               MOVE 'S' TO WS-GAME-RESULT-TYPE
             END-IF
             PERFORM 8742-CREDIT-THE-GAME
           WHEN OTHER
             MOVE SRT-FIRST-PLAYER  TO WS-WINNER-NICK
             MOVE SRT-SECOND-PLAYER TO WS-LOSER-NICK
             MOVE SRT-RESULT-TYPE   TO WS-GAME-RESULT-TYPE
             PERFORM 8742-CREDIT-THE-GAME
           END-EVALUATE
           .
      ******************************************************************
      *              8742-CREDIT-THE-GAME
      * ONE GAME'S COUNTS AND RATING MOVES, IN THE ONLINE'S ORDER:
      * THE WINNER IS RATED AGAINST THE LOSER'S RATING BEFORE THE
      * GAME, THEN THE LOSER AGAINST THE WINNER'S NEW RATING
      ******************************************************************
       8742-CREDIT-THE-GAME.
           MOVE WS-WINNER-NICK TO WS-NICK-WORK
           PERFORM 8730-FIND-NICK
           MOVE WS-NICK-SUB    TO WS-WINNER-SUB
           MOVE WS-LOSER-NICK  TO WS-NICK-WORK
           PERFORM 8730-FIND-NICK
           MOVE WS-NICK-SUB    TO WS-LOSER-SUB

           IF SO-REBUILD-OK THEN
             ADD 1 TO WS-REPLAYED-COUNT
             ADD 1 TO WS-NE-NEW-PLAYED(WS-WINNER-SUB)
             ADD 1 TO WS-NE-NEW-WON(WS-WINNER-SUB)
             ADD 1 TO WS-NE-NEW-PLAYED(WS-LOSER-SUB)
             ADD 1 TO WS-NE-NEW-LOST(WS-LOSER-SUB)
             EVALUATE WS-GAME-RESULT-TYPE
             WHEN 'D'
             WHEN 'T'
             WHEN 'B'
               ADD 1 TO WS-NE-NEW-FORFEITED(WS-LOSER-SUB)
             WHEN OTHER
               CONTINUE
             END-EVALUATE

      * AN OPERATOR FORCE-END MOVES NO RATING (7210 IN Z02336)
             IF WS-GAME-RESULT-TYPE NOT = 'E' THEN
               MOVE WS-NE-NEW-RATING(WS-WINNER-SUB) TO WS-MY-RATING
               MOVE WS-NE-NEW-RATING(WS-LOSER-SUB)
                                            TO WS-OPPONENT-RATING
               SET SO-LEADERBOARD-WIN TO TRUE
               PERFORM 8743-COMPUTE-NEW-RATING
               MOVE WS-MY-RATING TO WS-NE-NEW-RATING(WS-WINNER-SUB)

               MOVE WS-NE-NEW-RATING(WS-LOSER-SUB)  TO WS-MY-RATING
               MOVE WS-NE-NEW-RATING(WS-WINNER-SUB)
                                            TO WS-OPPONENT-RATING
               SET SO-LEADERBOARD-LOSS TO TRUE
               PERFORM 8743-COMPUTE-NEW-RATING
               MOVE WS-MY-RATING TO WS-NE-NEW-RATING(WS-LOSER-SUB)
             END-IF
           END-IF
           .
      ******************************************************************
      *              8743-COMPUTE-NEW-RATING
      * THE ARITHMETIC OF Z02332'S 7042-UPDATE-SKILL-RATING, ON
      * WS-MY-RATING AGAINST WS-OPPONENT-RATING - KEEP THE TWO IN STEP
      ******************************************************************
       8743-COMPUTE-NEW-RATING.
           EVALUATE TRUE
           WHEN SO-LEADERBOARD-WIN
             COMPUTE WS-RATING-DELTA = CT-RATING-SWING +
                 (WS-OPPONENT-RATING - WS-MY-RATING) / CT-RATING-SLOPE
           WHEN SO-LEADERBOARD-LOSS
             COMPUTE WS-RATING-DELTA = CT-RATING-SWING +
                 (WS-MY-RATING - WS-OPPONENT-RATING) / CT-RATING-SLOPE
           END-EVALUATE
           IF WS-RATING-DELTA > CT-RATING-CAP THEN
             MOVE CT-RATING-CAP TO WS-RATING-DELTA
           END-IF
           IF WS-RATING-DELTA < 1 THEN
             MOVE 1 TO WS-RATING-DELTA
           END-IF
           IF SO-LEADERBOARD-WIN THEN
             ADD WS-RATING-DELTA TO WS-MY-RATING
           ELSE
             SUBTRACT WS-RATING-DELTA FROM WS-MY-RATING
             IF WS-MY-RATING < 0 THEN
               MOVE 0 TO WS-MY-RATING
             END-IF
           END-IF
           .
      ******************************************************************
      *              8730-FIND-NICK
      * THE TABLE ENTRY OF WS-NICK-WORK INTO WS-NICK-SUB, ADDING A
      * FRESH ONE (ZERO COUNTS, BASE RATING, NO T04 ROW) WHEN THE
      * NICK IS NOT THERE YET. A FULL TABLE FAILS THE WHOLE REBUILD -
      * A PARTIAL LEADERBOARD MUST NEVER BE WRITTEN
      ******************************************************************
       8730-FIND-NICK.
           SET SO-NICK-NOT-FOUND TO TRUE
           PERFORM VARYING WS-NICK-SUB FROM 1 BY 1
                   UNTIL WS-NICK-SUB > WS-NICK-COUNT
                      OR SO-NICK-FOUND
             IF WS-NE-NICK(WS-NICK-SUB) = WS-NICK-WORK THEN
               SET SO-NICK-FOUND TO TRUE
             END-IF
           END-PERFORM

           IF SO-NICK-FOUND THEN
      * THE VARYING STEPPED ONE PAST THE MATCH BEFORE THE TEST
             SUBTRACT 1 FROM WS-NICK-SUB
           ELSE
             IF WS-NICK-COUNT < CT-MAX-NICKS THEN
               ADD 1 TO WS-NICK-COUNT
               MOVE WS-NICK-COUNT  TO WS-NICK-SUB
               MOVE WS-NICK-WORK   TO WS-NE-NICK(WS-NICK-SUB)
               SET SO-NE-NOT-IN-T04(WS-NICK-SUB) TO TRUE
               MOVE 0              TO WS-NE-OLD-PLAYED(WS-NICK-SUB)
               MOVE 0              TO WS-NE-OLD-WON(WS-NICK-SUB)
               MOVE 0              TO WS-NE-OLD-LOST(WS-NICK-SUB)
               MOVE 0              TO WS-NE-OLD-FORFEITED(WS-NICK-SUB)
               MOVE CT-RATING-BASE TO WS-NE-OLD-RATING(WS-NICK-SUB)
               MOVE 0              TO WS-NE-NEW-PLAYED(WS-NICK-SUB)
               MOVE 0              TO WS-NE-NEW-WON(WS-NICK-SUB)
               MOVE 0              TO WS-NE-NEW-LOST(WS-NICK-SUB)
               MOVE 0              TO WS-NE-NEW-FORFEITED(WS-NICK-SUB)
               MOVE CT-RATING-BASE TO WS-NE-NEW-RATING(WS-NICK-SUB)
             ELSE
               IF SO-REBUILD-OK THEN
                 DISPLAY 'MORE THAN ' CT-MAX-NICKS ' NICKS - RAISE '
                         'CT-MAX-NICKS AND THE WS-NICK-ENTRY OCCURS'
               END-IF
               SET SO-REBUILD-FAILED TO TRUE
               MOVE 1 TO WS-NICK-SUB
             END-IF
           END-IF
           .
      ******************************************************************
      *              8750-WRITE-LEADERBOARD
      * WRITES BACK EVERY NICK WHOSE FIGURES CHANGED (A NICK MET ONLY
      * IN THE HISTORY GETS ITS FIRST T04 ROW) AND PRINTS IT WITH
      * ITS BEFORE AND AFTER FIGURES
      ******************************************************************
       8750-WRITE-LEADERBOARD.
           DISPLAY ' '
           DISPLAY '===== LEADERBOARD REBUILD - CHANGED NICKS ====='
           DISPLAY '  NICK                                   PLAYED'
                   '    WON   LOST FORFEIT RATING'
           PERFORM VARYING WS-NICK-SUB FROM 1 BY 1
                   UNTIL WS-NICK-SUB > WS-NICK-COUNT
                      OR SO-REBUILD-FAILED
             IF SO-NE-NOT-IN-T04(WS-NICK-SUB)
                OR WS-NE-NEW-PLAYED(WS-NICK-SUB)
                                NOT = WS-NE-OLD-PLAYED(WS-NICK-SUB)
                OR WS-NE-NEW-WON(WS-NICK-SUB)
                                NOT = WS-NE-OLD-WON(WS-NICK-SUB)
                OR WS-NE-NEW-LOST(WS-NICK-SUB)
                                NOT = WS-NE-OLD-LOST(WS-NICK-SUB)
                OR WS-NE-NEW-FORFEITED(WS-NICK-SUB)
                                NOT = WS-NE-OLD-FORFEITED(WS-NICK-SUB)
                OR WS-NE-NEW-RATING(WS-NICK-SUB)
                                NOT = WS-NE-OLD-RATING(WS-NICK-SUB)
             THEN
               PERFORM 8751-SAVE-ONE-NICK
               PERFORM 8752-PRINT-ONE-NICK
             END-IF
           END-PERFORM
           .
      ******************************************************************
      *              8751-SAVE-ONE-NICK
      ******************************************************************
       8751-SAVE-ONE-NICK.
           MOVE WS-NE-NICK(WS-NICK-SUB) TO T04-PLAYER-NICK-TEXT
           MOVE WS-NE-NICK(WS-NICK-SUB) TO WS-NICK-WORK
           PERFORM 8780-GET-NICK-LENGTH
           MOVE WS-NICK-WORK-LEN        TO T04-PLAYER-NICK-LEN
           MOVE WS-NE-NEW-PLAYED(WS-NICK-SUB)    TO T04-GAMES-PLAYED
           MOVE WS-NE-NEW-WON(WS-NICK-SUB)       TO T04-GAMES-WON
           MOVE WS-NE-NEW-LOST(WS-NICK-SUB)      TO T04-GAMES-LOST
           MOVE WS-NE-NEW-FORFEITED(WS-NICK-SUB) TO T04-GAMES-FORFEITED
           MOVE WS-NE-NEW-RATING(WS-NICK-SUB)    TO T04-RATING

           IF SO-NE-IN-T04(WS-NICK-SUB) THEN
             EXEC SQL
               UPDATE T04_LEADERBOARD
                  SET GAMES_PLAYED    = :T04-GAMES-PLAYED,
                      GAMES_WON       = :T04-GAMES-WON,
                      GAMES_LOST      = :T04-GAMES-LOST,
                      GAMES_FORFEITED = :T04-GAMES-FORFEITED,
                      RATING          = :T04-RATING
                WHERE PLAYER_NICK     = :T04-PLAYER-NICK
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           ELSE
             EXEC SQL
               INSERT INTO T04_LEADERBOARD
                 (PLAYER_NICK, GAMES_PLAYED, GAMES_WON, GAMES_LOST,
                  GAMES_FORFEITED, RATING)
                 VALUES (:T04-PLAYER-NICK, :T04-GAMES-PLAYED,
                         :T04-GAMES-WON, :T04-GAMES-LOST,
                         :T04-GAMES-FORFEITED, :T04-RATING)
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           END-IF

           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             IF SO-NE-IN-T04(WS-NICK-SUB) THEN
               ADD 1 TO WS-CHANGED-COUNT
             ELSE
               ADD 1 TO WS-INSERTED-COUNT
             END-IF
           WHEN OTHER
             SET SO-8750-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              8752-PRINT-ONE-NICK
      ******************************************************************
       8752-PRINT-ONE-NICK.
           IF SO-NE-IN-T04(WS-NICK-SUB) THEN
             MOVE WS-NE-OLD-PLAYED(WS-NICK-SUB)    TO WS-PLAYED-ED
             MOVE WS-NE-OLD-WON(WS-NICK-SUB)       TO WS-WON-ED
             MOVE WS-NE-OLD-LOST(WS-NICK-SUB)      TO WS-LOST-ED
             MOVE WS-NE-OLD-FORFEITED(WS-NICK-SUB) TO WS-FORFEITED-ED
             MOVE WS-NE-OLD-RATING(WS-NICK-SUB)    TO WS-RATING-ED
             DISPLAY '  ' WS-NE-NICK(WS-NICK-SUB) ' BEFORE '
                     WS-PLAYED-ED WS-WON-ED WS-LOST-ED
                     WS-FORFEITED-ED WS-RATING-ED
           ELSE
             DISPLAY '  ' WS-NE-NICK(WS-NICK-SUB) ' BEFORE '
                     '   (NO LEADERBOARD ROW)'
           END-IF
           MOVE WS-NE-NEW-PLAYED(WS-NICK-SUB)    TO WS-PLAYED-ED
           MOVE WS-NE-NEW-WON(WS-NICK-SUB)       TO WS-WON-ED
           MOVE WS-NE-NEW-LOST(WS-NICK-SUB)      TO WS-LOST-ED
           MOVE WS-NE-NEW-FORFEITED(WS-NICK-SUB) TO WS-FORFEITED-ED
           MOVE WS-NE-NEW-RATING(WS-NICK-SUB)    TO WS-RATING-ED
           DISPLAY '  ' '                              ' ' AFTER  '
                   WS-PLAYED-ED WS-WON-ED WS-LOST-ED
                   WS-FORFEITED-ED WS-RATING-ED
           .
      ******************************************************************
      *              8760-END-UNIT-OF-WORK
      * ALL OR NOTHING - ONE COMMIT FOR THE WHOLE REBUILD, OR A
      * ROLLBACK THAT LEAVES T04 EXACTLY AS THE RUN FOUND IT
      ******************************************************************
       8760-END-UNIT-OF-WORK.
           IF SO-REBUILD-OK THEN
             EXEC SQL
               COMMIT
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
             SET SO-8760-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              8780-GET-NICK-LENGTH
      * SAME TRAILING-SPACE TRIM AS Z02336'S 2210-GET-NICK-LENGTH,
      * OVER WS-NICK-WORK - THE TABLE HOLDS NO VARCHAR LENGTH WORDS
      ******************************************************************
       8780-GET-NICK-LENGTH.
           MOVE SPACE TO WS-STRING-TEMP
           MOVE 0     TO WS-SPACE-COUNTER
           MOVE 0     TO WS-NICK-WORK-LEN
           MOVE FUNCTION REVERSE(WS-NICK-WORK) TO WS-STRING-TEMP
           INSPECT WS-STRING-TEMP TALLYING WS-SPACE-COUNTER
                          FOR LEADING SPACES
           COMPUTE WS-NICK-WORK-LEN = LENGTH OF WS-NICK-WORK -
                                           WS-SPACE-COUNTER
           .
      ******************************************************************
      *              8790-REBUILD-REPORT
      ******************************************************************
       8790-REBUILD-REPORT.
           DISPLAY ' '
           DISPLAY '===== LEADERBOARD REBUILD TOTALS ====='
           MOVE WS-LIVE-RELEASED-COUNT TO WS-COUNT-ED
           DISPLAY '  T07 ROWS READ (LIVE)         : ' WS-COUNT-ED
           MOVE WS-ARCH-RELEASED-COUNT TO WS-COUNT-ED
           DISPLAY '  T07 ROWS READ (ARCHIVED)     : ' WS-COUNT-ED
           MOVE WS-DUPLICATE-COUNT     TO WS-COUNT-ED
           DISPLAY '  DUPLICATE COPIES SKIPPED     : ' WS-COUNT-ED
           MOVE WS-VOIDED-COUNT        TO WS-COUNT-ED
           DISPLAY '  VOIDED GAMES SKIPPED         : ' WS-COUNT-ED
           MOVE WS-OVERTURNED-COUNT    TO WS-COUNT-ED
           DISPLAY '  OVERTURNED GAMES             : ' WS-COUNT-ED
           MOVE WS-REPLAYED-COUNT      TO WS-COUNT-ED
           DISPLAY '  GAMES REPLAYED               : ' WS-COUNT-ED
           MOVE WS-NICK-COUNT          TO WS-COUNT-ED
           DISPLAY '  NICKS ON THE LEADERBOARD     : ' WS-COUNT-ED
           MOVE WS-CHANGED-COUNT       TO WS-COUNT-ED
           DISPLAY '  T04 ROWS CHANGED             : ' WS-COUNT-ED
           MOVE WS-INSERTED-COUNT      TO WS-COUNT-ED
           DISPLAY '  T04 ROWS ADDED               : ' WS-COUNT-ED
           IF SO-REBUILD-FAILED THEN
             DISPLAY '  REBUILD FAILED - T04 ROLLED BACK UNCHANGED'
           END-IF
           DISPLAY '===== END OF REBUILD REPORT ====='
           .
      ******************************************************************
      *              8725-LOAD-PARAMETERS
      * READS THE OPERATOR-SET T21_TUNING_PARM VALUES OVER THE ZZPRM01
      * DEFAULTS AND PRINTS THE VALUES THIS RUN USES AT THE TOP OF
      * THE REPORT. A MISSING ROW LEAVES THE DEFAULT IN FORCE, AND SO
      * DOES AN UNREADABLE TABLE - THAT IS ONLY DISPLAYED, A PARAMETER
      * PROBLEM MUST NEVER STOP THE JOB
      ******************************************************************
       8725-LOAD-PARAMETERS.
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
               PERFORM 8726-APPLY-PARAMETER-ROW
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

           MOVE PRM-VALUE(PRM-IX-RATING-BASE)
                                TO CT-RATING-BASE
           MOVE PRM-VALUE(PRM-IX-RATING-SWING)
                                TO CT-RATING-SWING
           MOVE PRM-VALUE(PRM-IX-RATING-SLOPE)
                                TO CT-RATING-SLOPE
           MOVE PRM-VALUE(PRM-IX-RATING-CAP)
                                TO CT-RATING-CAP

           DISPLAY ' '
           DISPLAY '--- TUNING PARAMETERS USED ---'
           MOVE PRM-IX-RATING-BASE TO PRM-SUB
           PERFORM 8727-PRINT-ONE-PARAMETER
           MOVE PRM-IX-RATING-SWING TO PRM-SUB
           PERFORM 8727-PRINT-ONE-PARAMETER
           MOVE PRM-IX-RATING-SLOPE TO PRM-SUB
           PERFORM 8727-PRINT-ONE-PARAMETER
           MOVE PRM-IX-RATING-CAP TO PRM-SUB
           PERFORM 8727-PRINT-ONE-PARAMETER
           .
      ******************************************************************
      *              8726-APPLY-PARAMETER-ROW
      * A T21 ROW OVERRIDES ITS DEFAULT ONLY WHEN IT IS INSIDE THE
      * ZZPRM01 RANGE - THE CONSOLE REFUSES ANYTHING ELSE, SO A ROW
      * OUTSIDE IT WAS SET BY HAND AND IS REPORTED AND IGNORED. A NAME
      * NOT IN THE CATALOG IS NOT THIS PROGRAM'S BUSINESS
      ******************************************************************
       8726-APPLY-PARAMETER-ROW.
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
      *              8727-PRINT-ONE-PARAMETER
      * ONE REPORT LINE: NAME, VALUE IN FORCE AND WHERE IT CAME FROM
      ******************************************************************
       8727-PRINT-ONE-PARAMETER.
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
      *              8770-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8770-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02341' TO T18-PROGRAM-ID
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
      *              8771-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8770
      ******************************************************************
       8771-RECORD-RUN-END.
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
           SET SO-REBUILD-FAILED TO TRUE
           MOVE 16 TO RETURN-CODE
           .
       END PROGRAM Z02341.
