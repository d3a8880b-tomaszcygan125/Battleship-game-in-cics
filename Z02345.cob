       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02345.
      *****************************************************************
      *            "BATTLESHIP MONTHLY SHOT HEATMAP REPORT"
      *
      * STANDALONE (NON-CICS) BATCH, RUN MONTHLY (SEE Z02345.JCL).
      *
      * Z02332 WRITES ONE T05_SHOT_HISTORY ROW PER SHOT OF EVERY
      * MULTIPLAYER GAME (7028). THIS PROGRAM ANALYSES THE SHOTS OF
      * THE GAMES FINISHED IN THE LAST CT-REPORT-DAYS SO THE
      * COMPUTER'S TARGETING (2165-GET-RANDOM-SHOT-POS AND
      * 2188-DECIDE-WHERE-TO-SHOOT IN Z02332) CAN BE JUDGED AGAINST
      * HOW PEOPLE ACTUALLY PLAY. FOR THE FULL 10X10 BOARD AND THE
      * QUICK 8X8 BOARD SEPARATELY IT PRINTS:
      *   - A GRID OF THE SHOTS FIRED AT EACH CELL
      *   - A GRID OF THE HIT RATE OF EACH CELL
      *   - A GRID OF WHERE PLAYERS OPEN - THE SHARE OF EVERY SIDE'S
      *     FIRST CT-OPENING-SHOTS SHOTS THAT LANDED ON EACH CELL,
      *     NEXT TO WHAT A UNIFORMLY RANDOM OPENING WOULD GIVE
      *   - THE AVERAGE NUMBER OF SHOTS THE WINNER FIRED FROM ITS
      *     FIRST HIT TO THE WIN, OVER THE GAMES FOUGHT OUT TO THE
      *     LAST SHIP (RESULT_TYPE 'S') WHOSE RESULT STILL STANDS
      * AND WRITES THE SAME PER-CELL FIGURES TO THE HEATMAP DD (RECORD
      * LAYOUT IN THE ZZHMP01 COPYBOOK) FOR LOADING INTO A SPREADSHEET.
      *
      * ONLY SHOTS OF FINISHED GAMES (A T07_GAME_HISTORY ROW FOR THE
      * GAME_ID) COUNT - A GAME STILL IN FLIGHT OR ABANDONED HAS NO
      * END DATE TO PLACE IT IN THE WINDOW. VOIDED GAMES ARE LEFT OUT.
      * SHOTS WITHOUT A BOARD MODE (WRITTEN BEFORE T05 CARRIED ONE)
      * CANNOT BE PUT ON EITHER GRID AND ARE ONLY COUNTED.
      *
      * RETURN CODES:  0 = REPORT AND FILE WRITTEN
      *               16 = DB2 ERROR (NO GRIDS, NO CELL ROWS)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEATMAP-FILE ASSIGN TO HEATMAP.
       DATA DIVISION.
       FILE SECTION.
       FD  HEATMAP-FILE.
       01  HEATMAP-REC                        PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T05TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           COPY ZZHMP01.

       01  CT-CONSTANTS.
           05 CT-REPORT-DAYS                 PIC S9(4) COMP VALUE 30.
      * HOW MANY SHOTS OF EACH SIDE OF A GAME COUNT AS ITS OPENING
           05 CT-OPENING-SHOTS               PIC S9(4) COMP VALUE 5.
           05 CT-MODE-COUNT                  PIC S9(4) COMP VALUE 2.

      * THE TWO BOARD SIZES - THE T05 BOARD_MODE BYTE (THE
      * SW-BOARD-SIZE-C OF Z02332), THE SIDE OF THE BOARD, AND THE
      * NAME PRINTED FOR IT
       01  CT-MODE-TABLE-VALUES.
           05 FILLER                         PIC X(8) VALUE
              '11010X10'.
           05 FILLER                         PIC X(8) VALUE
              '2088X8  '.
       01  CT-MODE-TABLE REDEFINES CT-MODE-TABLE-VALUES.
           05 CT-MODE OCCURS 2 TIMES.
              10 CT-MODE-CODE                PIC X(1).
              10 CT-MODE-SIZE                PIC 9(2).
              10 CT-MODE-WORD                PIC X(5).

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
               88 SO-SQLCODE-OK               VALUE  000   100.
               88 SO-SQLCODE-NORMAL           VALUE  000.
               88 SO-SQLCODE-NOT-FOUND        VALUE  100.
           10 WS-SQLERRMC                     PIC    X(70).
           10 SQLCODE-FORMAT                  PIC    -(5).
           10 SW-STATEMENT-ID                 PIC    X(4).
               88 SO-6200-PARA                VALUE  '6200'.
               88 SO-6210-PARA                VALUE  '6210'.
               88 SO-6230-PARA                VALUE  '6230'.

       01  SW-SWITCHES.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.
      * WHICH GRID 6221-PRINT-GRID IS PRINTING
           05 SW-WHAT-GRID                    PIC X.
              88 SO-GRID-SHOTS                VALUE '1'.
              88 SO-GRID-HIT-RATE             VALUE '2'.
              88 SO-GRID-OPENINGS             VALUE '3'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-DATE                     PIC X(10).
           05 WS-MODE-INDEX                   PIC S9(4) COMP.
           05 WS-ROW-INDEX                    PIC S9(4) COMP.
           05 WS-COL-INDEX                    PIC S9(4) COMP.
           05 WS-MODE-SIZE                    PIC S9(4) COMP.
           05 WS-CELL-SHOTS                   PIC S9(9) COMP.
           05 WS-CELL-HITS                    PIC S9(9) COMP.
           05 WS-CELL-OPENS                   PIC S9(9) COMP.
           05 WS-GAME-COUNT                   PIC S9(9) COMP.
           05 WS-AVG-FINISH                   PIC S9(5)V99 COMP-3.
           05 WS-LEGACY-SHOTS                 PIC S9(9) COMP VALUE 0.
           05 WS-OFFBOARD-SHOTS               PIC S9(9) COMP VALUE 0.
           05 WS-WHOLE-PCT                    PIC S9(3) COMP-3.
           05 WS-TENTH-PCT                    PIC S9(3)V9 COMP-3.
           05 WS-GRID-LINE                    PIC X(80).
           05 WS-GRID-PTR                     PIC S9(4) COMP.
           05 WS-DAYS-ED                      PIC ZZ9.
           05 WS-LABEL-ED                     PIC Z9.
           05 WS-COUNT-ED                     PIC ZZZZZZZZ9.
           05 WS-CELL-COUNT-ED                PIC ZZZZZ9.
           05 WS-WHOLE-PCT-ED                 PIC ZZ9.
           05 WS-TENTH-PCT-ED                 PIC ZZ9.9.
           05 WS-AVG-FINISH-ED                PIC ZZZZ9.99.

      * THE TALLIES OF THE WINDOW - PER BOARD SIZE (SAME ORDER AS
      * CT-MODE-TABLE), THEN PER ROW AND COLUMN. THE 8X8 BOARD USES
      * ONLY THE TOP LEFT OF ITS 10X10 CELLS
       01  WS-HEATMAP.
           05 WS-HM-MODE OCCURS 2 TIMES.
              10 WS-HM-MODE-SHOTS             PIC S9(9) COMP.
              10 WS-HM-MODE-HITS              PIC S9(9) COMP.
              10 WS-HM-MODE-OPENS             PIC S9(9) COMP.
              10 WS-HM-FINISHED-GAMES         PIC S9(9) COMP.
              10 WS-HM-AVG-FINISH             PIC S9(5)V99 COMP-3.
              10 WS-HM-ROW OCCURS 10 TIMES.
                 15 WS-HM-CELL OCCURS 10 TIMES.
                    20 WS-HM-SHOTS            PIC S9(9) COMP.
                    20 WS-HM-HITS             PIC S9(9) COMP.
                    20 WS-HM-OPENS            PIC S9(9) COMP.

       PROCEDURE DIVISION.
           DISPLAY 'Z02345 MONTHLY SHOT HEATMAP REPORT STARTED'
           PERFORM 6280-RECORD-RUN-START
           INITIALIZE WS-HEATMAP
           PERFORM 6200-LOAD-CELL-COUNTS
           IF RETURN-CODE = 0 THEN
             PERFORM 6210-LOAD-FINISH-AVERAGES
           END-IF
      * A HALF-LOADED TALLY WOULD PRINT WRONG GRIDS - A DB2 ERROR
      * ABOVE SKIPS THE REPORT AND THE FILE ALTOGETHER
           IF RETURN-CODE = 0 THEN
             MOVE CT-REPORT-DAYS TO WS-DAYS-ED
             DISPLAY ' '
             DISPLAY '===== BATTLESHIP SHOT HEATMAP - GAMES ENDED IN '
                     'THE LAST ' WS-DAYS-ED ' DAYS ====='
             PERFORM VARYING WS-MODE-INDEX FROM 1 BY 1 UNTIL
                     WS-MODE-INDEX > CT-MODE-COUNT
               PERFORM 6220-REPORT-ONE-BOARD
             END-PERFORM
             PERFORM 6230-WRITE-CELL-FILE
             PERFORM 6290-REPORT-SUMMARY
           END-IF
           PERFORM 6281-RECORD-RUN-END
           DISPLAY 'Z02345 MONTHLY SHOT HEATMAP REPORT FINISHED'
           GOBACK
           .
      ******************************************************************
      *               6200-LOAD-CELL-COUNTS
      * ONE ROW PER BOARD MODE AND CELL: THE SHOTS AT IT, THE HITS
      * (RESULT '3' HIT OR '1' HIT AND SUNK) AND THE OPENING SHOTS.
      * A SHOT IS AN OPENING SHOT WHEN ITS SHOOTER (T05 FIRST_PLAYER)
      * FIRED FEWER THAN CT-OPENING-SHOTS EARLIER SHOTS IN THE SAME
      * GAME - SHOT_SEQUENCE RUNS OVER BOTH SIDES, SO THE SHOOTER'S
      * OWN EARLIER SHOTS ARE COUNTED RATHER THAN THE SEQUENCE USED
      ******************************************************************
       6200-LOAD-CELL-COUNTS.
           EXEC SQL
             DECLARE HEATCELL-CSR CURSOR FOR
               SELECT X.BOARD_MODE, X.SHOT_ROW, X.SHOT_COLUMN,
                      COUNT(*), SUM(X.HIT), SUM(X.OPENING)
                 FROM (SELECT S.BOARD_MODE, S.SHOT_ROW, S.SHOT_COLUMN,
                              CASE WHEN S.SHOT_RESULT IN ('1', '3')
                                   THEN 1 ELSE 0 END AS HIT,
                              CASE WHEN (SELECT COUNT(*)
                                           FROM T05_SHOT_HISTORY P
                                          WHERE P.GAME_ID =
                                                S.GAME_ID
                                            AND P.FIRST_PLAYER =
                                                S.FIRST_PLAYER
                                            AND P.SECOND_PLAYER =
                                                S.SECOND_PLAYER
                                            AND P.SHOT_SEQUENCE <
                                                S.SHOT_SEQUENCE)
                                        < :CT-OPENING-SHOTS
                                   THEN 1 ELSE 0 END AS OPENING
                         FROM T05_SHOT_HISTORY S
                        WHERE S.GAME_ID <> ' '
                          AND EXISTS
                              (SELECT 1
                                 FROM T07_GAME_HISTORY G
                                WHERE G.GAME_ID      = S.GAME_ID
                                  AND G.VOID_STATUS <> 'V'
                                  AND G.GAME_ENDED   >
                                      CURRENT TIMESTAMP -
                                        :CT-REPORT-DAYS DAYS)) X
                GROUP BY X.BOARD_MODE, X.SHOT_ROW, X.SHOT_COLUMN
           END-EXEC

           EXEC SQL
             OPEN HEATCELL-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-6200-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH HEATCELL-CSR
                 INTO :T05-BOARD-MODE, :T05-SHOT-ROW,
                      :T05-SHOT-COLUMN, :WS-CELL-SHOTS,
                      :WS-CELL-HITS, :WS-CELL-OPENS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD WS-CELL-SHOTS TO WS-RUN-ROWS-READ
               PERFORM 6201-ADD-CELL-COUNTS
             WHEN OTHER
               SET SO-6200-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE HEATCELL-CSR
           END-EXEC
           .
      ******************************************************************
      *               6201-ADD-CELL-COUNTS
      * FILES ONE FETCHED CELL UNDER ITS BOARD SIZE. A SHOT WITH NO
      * BOARD MODE, OR OUTSIDE ITS BOARD (WHICH THE ONLINE VALIDATION
      * SHOULD NEVER LET THROUGH), IS ONLY COUNTED
      ******************************************************************
       6201-ADD-CELL-COUNTS.
           PERFORM 6202-FIND-THE-MODE
           EVALUATE TRUE
           WHEN WS-MODE-INDEX = 0
             ADD WS-CELL-SHOTS TO WS-LEGACY-SHOTS
           WHEN T05-SHOT-ROW    < 1 OR
                T05-SHOT-ROW    > CT-MODE-SIZE(WS-MODE-INDEX) OR
                T05-SHOT-COLUMN < 1 OR
                T05-SHOT-COLUMN > CT-MODE-SIZE(WS-MODE-INDEX)
             ADD WS-CELL-SHOTS TO WS-OFFBOARD-SHOTS
           WHEN OTHER
             MOVE T05-SHOT-ROW    TO WS-ROW-INDEX
             MOVE T05-SHOT-COLUMN TO WS-COL-INDEX
             ADD WS-CELL-SHOTS TO
                 WS-HM-SHOTS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                 WS-HM-MODE-SHOTS(WS-MODE-INDEX)
             ADD WS-CELL-HITS  TO
                 WS-HM-HITS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                 WS-HM-MODE-HITS(WS-MODE-INDEX)
             ADD WS-CELL-OPENS TO
                 WS-HM-OPENS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                 WS-HM-MODE-OPENS(WS-MODE-INDEX)
           END-EVALUATE
           .
      ******************************************************************
      *               6202-FIND-THE-MODE
      * THE CT-MODE-TABLE ENTRY OF T05-BOARD-MODE, 0 WHEN UNKNOWN
      ******************************************************************
       6202-FIND-THE-MODE.
           MOVE 0 TO WS-MODE-INDEX
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1 UNTIL
                   WS-ROW-INDEX > CT-MODE-COUNT
             IF CT-MODE-CODE(WS-ROW-INDEX) = T05-BOARD-MODE THEN
               MOVE WS-ROW-INDEX TO WS-MODE-INDEX
             END-IF
           END-PERFORM
           .
      ******************************************************************
      *               6210-LOAD-FINISH-AVERAGES
      * PER BOARD MODE, THE AVERAGE NUMBER OF SHOTS THE WINNER FIRED
      * FROM ITS FIRST HIT (INCLUDED) TO THE LAST SHIP SUNK. ONLY
      * GAMES FOUGHT OUT TO THE END COUNT - A FORFEIT OR A FORCE-END
      * STOPS BEFORE THE FLEET IS FINISHED - AND ONLY THOSE WHOSE
      * RESULT STANDS AS RECORDED, SO T07 FIRST_PLAYER IS THE WINNER
      ******************************************************************
       6210-LOAD-FINISH-AVERAGES.
           EXEC SQL
             DECLARE HEATFIN-CSR CURSOR FOR
               SELECT X.BOARD_MODE, COUNT(*),
                      AVG(DECIMAL(X.SHOTS, 7, 2))
                 FROM (SELECT MAX(S.BOARD_MODE) AS BOARD_MODE,
                              COUNT(*) AS SHOTS
                         FROM T07_GAME_HISTORY G,
                              T05_SHOT_HISTORY S
                        WHERE G.GAME_ID     <> ' '
                          AND G.RESULT_TYPE  = 'S'
                          AND G.VOID_STATUS  = ' '
                          AND G.GAME_ENDED   >
                              CURRENT TIMESTAMP -
                                :CT-REPORT-DAYS DAYS
                          AND S.GAME_ID       = G.GAME_ID
                          AND S.FIRST_PLAYER  = G.FIRST_PLAYER
                          AND S.SECOND_PLAYER = G.SECOND_PLAYER
                          AND S.SHOT_SEQUENCE >=
                              (SELECT MIN(H.SHOT_SEQUENCE)
                                 FROM T05_SHOT_HISTORY H
                                WHERE H.GAME_ID      = S.GAME_ID
                                  AND H.FIRST_PLAYER = S.FIRST_PLAYER
                                  AND H.SHOT_RESULT IN ('1', '3'))
                        GROUP BY G.GAME_ID) X
                GROUP BY X.BOARD_MODE
           END-EXEC

           EXEC SQL
             OPEN HEATFIN-CSR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-6210-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH HEATFIN-CSR
                 INTO :T05-BOARD-MODE, :WS-GAME-COUNT,
                      :WS-AVG-FINISH
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               PERFORM 6202-FIND-THE-MODE
               IF WS-MODE-INDEX > 0 THEN
                 MOVE WS-GAME-COUNT TO
                      WS-HM-FINISHED-GAMES(WS-MODE-INDEX)
                 MOVE WS-AVG-FINISH TO
                      WS-HM-AVG-FINISH(WS-MODE-INDEX)
               END-IF
             WHEN OTHER
               SET SO-6210-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE HEATFIN-CSR
           END-EXEC
           .
      ******************************************************************
      *               6220-REPORT-ONE-BOARD
      * THE TOTALS, THE THREE GRIDS AND THE FINISHING AVERAGE OF THE
      * BOARD SIZE AT WS-MODE-INDEX
      ******************************************************************
       6220-REPORT-ONE-BOARD.
           MOVE CT-MODE-SIZE(WS-MODE-INDEX) TO WS-MODE-SIZE
           DISPLAY ' '
           DISPLAY '----- ' CT-MODE-WORD(WS-MODE-INDEX)
                   ' BOARD -----'
           IF WS-HM-MODE-SHOTS(WS-MODE-INDEX) = 0 THEN
             DISPLAY '  NO SHOTS ON THIS BOARD SIZE IN THE WINDOW'
           ELSE
             MOVE WS-HM-MODE-SHOTS(WS-MODE-INDEX) TO WS-COUNT-ED
             DISPLAY '  SHOTS FIRED     : ' WS-COUNT-ED
             MOVE WS-HM-MODE-HITS(WS-MODE-INDEX)  TO WS-COUNT-ED
             DISPLAY '  OF WHICH HITS   : ' WS-COUNT-ED
             COMPUTE WS-WHOLE-PCT =
                     (WS-HM-MODE-HITS(WS-MODE-INDEX) * 100) /
                     WS-HM-MODE-SHOTS(WS-MODE-INDEX)
             MOVE WS-WHOLE-PCT TO WS-WHOLE-PCT-ED
             DISPLAY '  OVERALL HIT RATE: ' WS-WHOLE-PCT-ED ' PCT'

             DISPLAY ' '
             DISPLAY '  SHOTS FIRED AT EACH CELL (R = ROW, C = COLUMN)'
             SET SO-GRID-SHOTS TO TRUE
             PERFORM 6221-PRINT-GRID

             DISPLAY '  HIT RATE OF EACH CELL, PCT OF THE SHOTS AT IT'
                     ' (- = NEVER FIRED AT)'
             SET SO-GRID-HIT-RATE TO TRUE
             PERFORM 6221-PRINT-GRID

             MOVE CT-OPENING-SHOTS TO WS-LABEL-ED
             DISPLAY '  OPENINGS - PCT OF EVERY SIDE''S FIRST '
                     WS-LABEL-ED ' SHOTS FIRED AT EACH CELL'
             SET SO-GRID-OPENINGS TO TRUE
             PERFORM 6221-PRINT-GRID
             COMPUTE WS-TENTH-PCT ROUNDED =
                     100 / (WS-MODE-SIZE * WS-MODE-SIZE)
             MOVE WS-TENTH-PCT TO WS-TENTH-PCT-ED
             DISPLAY '  (A UNIFORMLY RANDOM OPENING PUTS '
                     WS-TENTH-PCT-ED ' PCT ON EVERY CELL)'
           END-IF

           DISPLAY ' '
           IF WS-HM-FINISHED-GAMES(WS-MODE-INDEX) = 0 THEN
             DISPLAY '  NO GAMES FOUGHT OUT TO THE LAST SHIP - NO '
                     'FINISHING AVERAGE'
           ELSE
             MOVE WS-HM-AVG-FINISH(WS-MODE-INDEX) TO WS-AVG-FINISH-ED
             MOVE WS-HM-FINISHED-GAMES(WS-MODE-INDEX) TO WS-COUNT-ED
             DISPLAY '  AVERAGE SHOTS FROM THE WINNER''S FIRST HIT TO '
                     'THE WIN: ' WS-AVG-FINISH-ED
             DISPLAY '  OVER GAMES FOUGHT OUT TO THE LAST SHIP     : '
                     WS-COUNT-ED
           END-IF
           .
      ******************************************************************
      *               6221-PRINT-GRID
      * A COLUMN-NUMBER HEADING, THEN ONE LINE PER BOARD ROW OF THE
      * GRID SW-WHAT-GRID NAMES. EVERY CELL IS SEVEN CHARACTERS WIDE
      ******************************************************************
       6221-PRINT-GRID.
           MOVE SPACE TO WS-GRID-LINE
           MOVE 1     TO WS-GRID-PTR
           STRING '  R\C  ' DELIMITED BY SIZE
             INTO WS-GRID-LINE
             WITH POINTER WS-GRID-PTR
           END-STRING
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1 UNTIL
                   WS-COL-INDEX > WS-MODE-SIZE
             MOVE WS-COL-INDEX TO WS-LABEL-ED
             STRING '     ' WS-LABEL-ED DELIMITED BY SIZE
               INTO WS-GRID-LINE
               WITH POINTER WS-GRID-PTR
             END-STRING
           END-PERFORM
           DISPLAY WS-GRID-LINE

           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1 UNTIL
                   WS-ROW-INDEX > WS-MODE-SIZE
             MOVE SPACE TO WS-GRID-LINE
             MOVE 1     TO WS-GRID-PTR
             MOVE WS-ROW-INDEX TO WS-LABEL-ED
             STRING '   ' WS-LABEL-ED '  ' DELIMITED BY SIZE
               INTO WS-GRID-LINE
               WITH POINTER WS-GRID-PTR
             END-STRING
             PERFORM VARYING WS-COL-INDEX FROM 1 BY 1 UNTIL
                     WS-COL-INDEX > WS-MODE-SIZE
               PERFORM 6222-ADD-ONE-CELL
             END-PERFORM
             DISPLAY WS-GRID-LINE
           END-PERFORM
           DISPLAY ' '
           .
      ******************************************************************
      *               6222-ADD-ONE-CELL
      * APPENDS THE CELL AT WS-ROW-INDEX/WS-COL-INDEX TO THE GRID LINE
      ******************************************************************
       6222-ADD-ONE-CELL.
           EVALUATE TRUE
           WHEN SO-GRID-SHOTS
             MOVE WS-HM-SHOTS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                  TO WS-CELL-COUNT-ED
             STRING ' ' WS-CELL-COUNT-ED DELIMITED BY SIZE
               INTO WS-GRID-LINE
               WITH POINTER WS-GRID-PTR
             END-STRING
           WHEN SO-GRID-HIT-RATE
             IF WS-HM-SHOTS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                = 0 THEN
               STRING '      -' DELIMITED BY SIZE
                 INTO WS-GRID-LINE
                 WITH POINTER WS-GRID-PTR
               END-STRING
             ELSE
               PERFORM 6223-GET-CELL-PERCENTAGES
               MOVE WS-WHOLE-PCT TO WS-WHOLE-PCT-ED
               STRING '    ' WS-WHOLE-PCT-ED DELIMITED BY SIZE
                 INTO WS-GRID-LINE
                 WITH POINTER WS-GRID-PTR
               END-STRING
             END-IF
           WHEN OTHER
             PERFORM 6223-GET-CELL-PERCENTAGES
             MOVE WS-TENTH-PCT TO WS-TENTH-PCT-ED
             STRING '  ' WS-TENTH-PCT-ED DELIMITED BY SIZE
               INTO WS-GRID-LINE
               WITH POINTER WS-GRID-PTR
             END-STRING
           END-EVALUATE
           .
      ******************************************************************
      *               6223-GET-CELL-PERCENTAGES
      * THE HIT RATE OF THE CELL (WHOLE PCT, INTO WS-WHOLE-PCT) AND
      * ITS SHARE OF THE BOARD SIZE'S OPENING SHOTS (PCT TO ONE
      * DECIMAL, INTO WS-TENTH-PCT) - ZERO WHERE THERE IS NOTHING TO
      * DIVIDE BY
      ******************************************************************
       6223-GET-CELL-PERCENTAGES.
           MOVE 0 TO WS-WHOLE-PCT
           MOVE 0 TO WS-TENTH-PCT
           IF WS-HM-SHOTS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
              > 0 THEN
             COMPUTE WS-WHOLE-PCT =
                (WS-HM-HITS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                 * 100) /
                WS-HM-SHOTS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
           END-IF
           IF WS-HM-MODE-OPENS(WS-MODE-INDEX) > 0 THEN
             COMPUTE WS-TENTH-PCT ROUNDED =
                (WS-HM-OPENS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                 * 100) /
                WS-HM-MODE-OPENS(WS-MODE-INDEX)
           END-IF
           .
      ******************************************************************
      *               6230-WRITE-CELL-FILE
      * THE HEADING ROW, THEN EVERY CELL OF BOTH BOARD SIZES (SEE
      * ZZHMP01) - ALSO THE CELLS NEVER FIRED AT, SO EVERY MONTH'S
      * FILE HAS THE SAME ROWS
      ******************************************************************
       6230-WRITE-CELL-FILE.
           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-RUN-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
             SET SO-6230-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
             MOVE SPACE TO WS-RUN-DATE
           END-IF

           OPEN OUTPUT HEATMAP-FILE
           WRITE HEATMAP-REC FROM HMP-HEADING-ROW
           ADD 1 TO WS-RUN-ROWS-WRITTEN
           PERFORM VARYING WS-MODE-INDEX FROM 1 BY 1 UNTIL
                   WS-MODE-INDEX > CT-MODE-COUNT
             MOVE CT-MODE-SIZE(WS-MODE-INDEX) TO WS-MODE-SIZE
             PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1 UNTIL
                     WS-ROW-INDEX > WS-MODE-SIZE
               PERFORM VARYING WS-COL-INDEX FROM 1 BY 1 UNTIL
                       WS-COL-INDEX > WS-MODE-SIZE
                 PERFORM 6231-WRITE-ONE-CELL
               END-PERFORM
             END-PERFORM
           END-PERFORM
           CLOSE HEATMAP-FILE
           .
      ******************************************************************
      *               6231-WRITE-ONE-CELL
      ******************************************************************
       6231-WRITE-ONE-CELL.
           PERFORM 6223-GET-CELL-PERCENTAGES
           MOVE WS-RUN-DATE                 TO HMP-RUN-DATE
           MOVE CT-MODE-WORD(WS-MODE-INDEX) TO HMP-BOARD
           MOVE WS-ROW-INDEX                TO HMP-ROW
           MOVE WS-COL-INDEX                TO HMP-COLUMN
           MOVE WS-HM-SHOTS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                TO HMP-SHOTS
           MOVE WS-HM-HITS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                TO HMP-HITS
           MOVE WS-WHOLE-PCT                TO HMP-HIT-PCT
           MOVE WS-HM-OPENS(WS-MODE-INDEX, WS-ROW-INDEX, WS-COL-INDEX)
                TO HMP-OPENING-SHOTS
           MOVE WS-TENTH-PCT                TO HMP-OPENING-PCT
           WRITE HEATMAP-REC FROM HMP-CELL-ROW
           ADD 1 TO WS-RUN-ROWS-WRITTEN
           .
      ******************************************************************
      *               6290-REPORT-SUMMARY
      ******************************************************************
       6290-REPORT-SUMMARY.
           DISPLAY ' '
           MOVE WS-RUN-ROWS-READ    TO WS-COUNT-ED
           DISPLAY 'SHOTS READ                       : ' WS-COUNT-ED
           MOVE WS-LEGACY-SHOTS     TO WS-COUNT-ED
           DISPLAY 'SHOTS WITH NO BOARD MODE (LEFT OUT): ' WS-COUNT-ED
           MOVE WS-OFFBOARD-SHOTS   TO WS-COUNT-ED
           DISPLAY 'SHOTS OFF THEIR BOARD (LEFT OUT)  : ' WS-COUNT-ED
           MOVE WS-RUN-ROWS-WRITTEN TO WS-COUNT-ED
           DISPLAY 'HEATMAP RECORDS WRITTEN          : ' WS-COUNT-ED
           DISPLAY '===== END OF SHOT HEATMAP REPORT ====='
           .
      ******************************************************************
      *              6280-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       6280-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02345' TO T18-PROGRAM-ID
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
      *              6281-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 6280
      ******************************************************************
       6281-RECORD-RUN-END.
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
       END PROGRAM Z02345.
