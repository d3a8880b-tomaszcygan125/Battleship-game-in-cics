      * DISPUTED RESULT CAN STILL BE REPLAYED AND INVESTIGATED.
      *
      * ROW COUNTS UNLOADED AND DELETED PER TABLE ARE PRINTED TO
      * SYSOUT AS THE AUDITABLE RETENTION REPORT, BELOW THE RETAIN-DAYS
      * AND COMMIT-ROWS VALUES THE RUN USED. BOTH ARE TUNING
      * PARAMETERS AN OPERATOR CAN CHANGE IN T21_TUNING_PARM FROM THE
      * Z02336 CONSOLE (E.G. LONGER RETENTION DURING AN AUDIT) - SEE
      * ZZPRM01 FOR THEIR DEFAULTS AND RANGES.
      *
      * EVERY RUN IS RECORDED IN T18_BATCH_RUN (T18TABS). EACH
      * CHECKPOINT COMMIT ALSO SAVES THE TABLE AND ROW REACHED AS THE
      * RESTART MARKER, SO THE CONSOLE (Z02336, ACTION J) SHOWS HOW
      * FAR AN ABENDED RUN GOT. A RUN THAT FINDS ANOTHER Z02337 RUN
      * STILL MARKED RUNNING (AND YOUNGER THAN CT-RUN-STALE-HOURS)
      * REFUSES TO START.
      *
      * RETURN CODES:  0 = ARCHIVED CLEAN
      *                8 = REFUSED TO START, T14 SYSTEM STATUS IS NOT
      *                    CLOSED (RERUN IN THE MAINTENANCE WINDOW),
      *                    OR ANOTHER ARCHIVE RUN IS STILL ACTIVE
      *               16 = DB2 ERROR (RERUN AFTER THE FIX)
      *****************************************************************
       ENVIRONMENT DIVISION.
       FD  ARCH-T07-FILE.
       01  ARCH-T07-REC                       PIC X(220).
       FD  ARCH-T08-FILE.
       01  ARCH-T08-REC                       PIC X(120).
       FD  ARCH-T09-FILE.
       01  ARCH-T09-REC                       PIC X(120).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE T08TABS END-EXEC.
           EXEC SQL INCLUDE T09TABS END-EXEC.
           EXEC SQL INCLUDE T14TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           EXEC SQL INCLUDE T21TABS END-EXEC.
           COPY ZZARC01.
           COPY ZZPRM01.

      * CT-RETAIN-DAYS AND CT-COMMIT-ROWS ARE SET FROM T21_TUNING_PARM
      * (OR THEIR ZZPRM01 DEFAULTS) BY 8370-LOAD-PARAMETERS AS THE RUN
      * STARTS
       01  CT-CONSTANTS.
           05 CT-RETAIN-DAYS                 PIC S9(4) COMP VALUE 90.
           05 CT-COMMIT-ROWS                 PIC S9(4) COMP VALUE 500.
      * A RUN STILL MARKED RUNNING AFTER THIS LONG ABENDED OR WAS
      * CANCELLED - IT NO LONGER BLOCKS A NEW RUN
           05 CT-RUN-STALE-HOURS             PIC S9(4) COMP VALUE 24.

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
               88 SO-8330-PARA                VALUE  '8330'.
               88 SO-8340-PARA                VALUE  '8340'.
               88 SO-8360-PARA                VALUE  '8360'.
               88 SO-8382-PARA                VALUE  '8382'.

      * THE T14 MAINTENANCE CONTROL - THIS JOB DELETES HISTORY ROWS
      * AND MUST NEVER RUN UNDER AN OPEN (OR MERELY DRAINING) ONLINE
           05 SW-IF-BATCH-MAY-RUN             PIC X.
              88 SO-BATCH-MAY-RUN             VALUE '1'.
              88 SO-BATCH-MUST-WAIT           VALUE '2'.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.
           05 SW-IF-OTHER-RUN-ACTIVE          PIC X.
              88 SO-NO-OTHER-RUN              VALUE '1'.
              88 SO-OTHER-RUN-ACTIVE          VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-T05-ARCHIVED-COUNT           PIC S9(9) COMP VALUE 0.
           05 WS-T07-ARCHIVED-COUNT           PIC S9(9) COMP VALUE 0.
           05 WS-T08-ARCHIVED-COUNT           PIC S9(9) COMP VALUE 0.
           05 WS-T09-ARCHIVED-COUNT           PIC S9(9) COMP VALUE 0.
           05 WS-ROWS-SINCE-COMMIT            PIC S9(4) COMP VALUE 0.
           05 WS-COUNT-ED                     PIC ZZZZZZZZ9.
           05 WS-OTHER-RUN-COUNT              PIC S9(9) COMP VALUE 0.
      * THE TABLE THE ARCHIVE IS WORKING ON - GOES INTO THE RESTART
      * MARKER AT EVERY CHECKPOINT
           05 WS-ARCHIVE-STAGE                PIC X(3) VALUE SPACE.
           05 WS-STAGE-COUNT                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY 'Z02337 MONTHLY ARCHIVE BATCH STARTED'
           PERFORM 8380-RECORD-RUN-START
           PERFORM 8370-LOAD-PARAMETERS
      * TWO ARCHIVE RUNS WOULD FIGHT OVER THE SAME ROWS AND WRITE TWO
      * HALF GENERATIONS - A SECOND RUN REFUSES BEFORE TOUCHING ANY
           PERFORM 8382-CHECK-CONCURRENT-RUN
           IF SO-OTHER-RUN-ACTIVE THEN
             IF SO-RUN-ROW-OPEN THEN
               DISPLAY 'Z02337 REFUSED TO START - ANOTHER ARCHIVE RUN'
                       ' IS STILL MARKED RUNNING IN T18_BATCH_RUN'
             ELSE
               DISPLAY 'Z02337 REFUSED TO START - NO T18_BATCH_RUN '
                       'ROW, CANNOT RULE OUT A CONCURRENT RUN'
             END-IF
             IF RETURN-CODE = 0 THEN
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM 8360-CHECK-SYSTEM-STATUS
             IF SO-BATCH-MAY-RUN THEN
      * T05 GOES FIRST - ITS SELECTION PREDICATE NEEDS THE OLD T07
      * ROWS THAT 8300 DELETES (SEE THE PROGRAM HEADER)
               PERFORM 8310-ARCHIVE-SHOT-HISTORY
               PERFORM 8300-ARCHIVE-GAME-HISTORY
               PERFORM 8320-ARCHIVE-OPERATOR-LOG
               PERFORM 8330-ARCHIVE-ERROR-LOG
               PERFORM 8390-RETENTION-REPORT
               IF RETURN-CODE = 0 THEN
                 MOVE 'ARCHIVE COMPLETE' TO T18-RESTART-MARKER
               END-IF
             ELSE
               DISPLAY 'Z02337 REFUSED TO START - SYSTEM STATUS IS '
                       T14-STATUS-CODE ' (NEEDS CLOSED)'
      * ONLY WHEN NOTHING WORSE HAPPENED - A DB2 ERROR IN THE STATUS
      * CHECK ITSELF ALREADY SET RC=16 AND MUST NOT BE DOWNGRADED TO
      * THE BENIGN WAITING-FOR-THE-WINDOW CODE
               IF RETURN-CODE = 0 THEN
                 MOVE 8 TO RETURN-CODE
               END-IF
             END-IF
           END-IF
           PERFORM 8381-RECORD-RUN-END
           DISPLAY 'Z02337 MONTHLY ARCHIVE BATCH FINISHED'
           GOBACK
           .
      * CURSOR POSITIONED ACROSS THE INTERVAL COMMITS
      ******************************************************************
       8310-ARCHIVE-SHOT-HISTORY.
           MOVE 'T05' TO WS-ARCHIVE-STAGE
           OPEN OUTPUT ARCH-T05-FILE
           MOVE 0 TO WS-ROWS-SINCE-COMMIT

           EXEC SQL
             DECLARE ARCT05-CSR CURSOR WITH HOLD FOR
               SELECT FIRST_PLAYER, SECOND_PLAYER, SHOT_SEQUENCE,
                      SHOT_ROW, SHOT_COLUMN, SHOT_RESULT, GAME_ID,
                      BOARD_MODE
                 FROM T05_SHOT_HISTORY A
                WHERE EXISTS
                      (SELECT 1
                 INTO :T05-FIRST-PLAYER, :T05-SECOND-PLAYER,
                      :T05-SHOT-SEQUENCE, :T05-SHOT-ROW,
                      :T05-SHOT-COLUMN, :T05-SHOT-RESULT,
                      :T05-GAME-ID, :T05-BOARD-MODE
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
               MOVE T05-SHOT-COLUMN        TO ARC-T05-SHOT-COLUMN
               MOVE T05-SHOT-RESULT        TO ARC-T05-SHOT-RESULT
               MOVE T05-GAME-ID            TO ARC-T05-GAME-ID
               MOVE T05-BOARD-MODE         TO ARC-T05-BOARD-MODE
               WRITE ARCH-T05-REC FROM ARC-T05-ROW

               EXEC SQL
      *              8300-ARCHIVE-GAME-HISTORY
      ******************************************************************
       8300-ARCHIVE-GAME-HISTORY.
           MOVE 'T07' TO WS-ARCHIVE-STAGE
           OPEN OUTPUT ARCH-T07-FILE
           MOVE 0 TO WS-ROWS-SINCE-COMMIT

                      GAME_STARTED, GAME_ENDED, TURNS_TAKEN,
                      FIRST_SHOTS, FIRST_HITS, FIRST_HIT_PCT,
                      SECOND_SHOTS, SECOND_HITS, SECOND_HIT_PCT,
                      RESULT_TYPE, GAME_ID, VOID_STATUS
                 FROM T07_GAME_HISTORY
                WHERE GAME_ENDED < CURRENT TIMESTAMP -
                                    :CT-RETAIN-DAYS DAYS
                      :T07-FIRST-SHOTS, :T07-FIRST-HITS,
                      :T07-FIRST-HIT-PCT, :T07-SECOND-SHOTS,
                      :T07-SECOND-HITS, :T07-SECOND-HIT-PCT,
                      :T07-RESULT-TYPE, :T07-GAME-ID,
                      :T07-VOID-STATUS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
               MOVE T07-SECOND-HIT-PCT     TO ARC-T07-SECOND-HIT-PCT
               MOVE T07-RESULT-TYPE        TO ARC-T07-RESULT-TYPE
               MOVE T07-GAME-ID            TO ARC-T07-GAME-ID
               MOVE T07-VOID-STATUS        TO ARC-T07-VOID-STATUS
               WRITE ARCH-T07-REC FROM ARC-T07-ROW

               EXEC SQL
      *              8320-ARCHIVE-OPERATOR-LOG
      ******************************************************************
       8320-ARCHIVE-OPERATOR-LOG.
           MOVE 'T08' TO WS-ARCHIVE-STAGE
           OPEN OUTPUT ARCH-T08-FILE
           MOVE 0 TO WS-ROWS-SINCE-COMMIT

           EXEC SQL
             DECLARE ARCT08-CSR CURSOR WITH HOLD FOR
               SELECT ACTION_TS, OPERATOR_TERM, ACTION_CODE,
                      FIRST_PLAYER, SECOND_PLAYER, GAME_ID
                 FROM T08_OPERATOR_LOG
                WHERE ACTION_TS < CHAR(CURRENT TIMESTAMP -
                                        :CT-RETAIN-DAYS DAYS)
               FETCH ARCT08-CSR
                 INTO :T08-ACTION-TS, :T08-OPERATOR-TERM,
                      :T08-ACTION-CODE, :T08-FIRST-PLAYER,
                      :T08-SECOND-PLAYER, :T08-GAME-ID
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
               MOVE T08-ACTION-CODE        TO ARC-T08-ACTION-CODE
               MOVE T08-FIRST-PLAYER-TEXT  TO ARC-T08-FIRST-PLAYER
               MOVE T08-SECOND-PLAYER-TEXT TO ARC-T08-SECOND-PLAYER
               MOVE T08-GAME-ID            TO ARC-T08-GAME-ID
               WRITE ARCH-T08-REC FROM ARC-T08-ROW

               EXEC SQL
      *              8330-ARCHIVE-ERROR-LOG
      ******************************************************************
       8330-ARCHIVE-ERROR-LOG.
           MOVE 'T09' TO WS-ARCHIVE-STAGE
           OPEN OUTPUT ARCH-T09-FILE
           MOVE 0 TO WS-ROWS-SINCE-COMMIT

       8340-COMMIT-IF-INTERVAL.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT >= CT-COMMIT-ROWS THEN
             PERFORM 8383-SAVE-RESTART-MARKER
             EXEC SQL
               COMMIT
             END-EXEC
      *              8350-FINAL-COMMIT
      ******************************************************************
       8350-FINAL-COMMIT.
           PERFORM 8383-SAVE-RESTART-MARKER
           EXEC SQL
             COMMIT
           END-EXEC
           DISPLAY '===== END OF RETENTION REPORT ====='
           .
      ******************************************************************
      *              8370-LOAD-PARAMETERS
      * READS THE OPERATOR-SET T21_TUNING_PARM VALUES OVER THE ZZPRM01
      * DEFAULTS AND PRINTS THE VALUES THIS RUN USES AT THE TOP OF
      * THE REPORT. A MISSING ROW LEAVES THE DEFAULT IN FORCE, AND SO
      * DOES AN UNREADABLE TABLE - THAT IS ONLY DISPLAYED, A PARAMETER
      * PROBLEM MUST NEVER STOP THE JOB
      ******************************************************************
       8370-LOAD-PARAMETERS.
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
               PERFORM 8371-APPLY-PARAMETER-ROW
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

           MOVE PRM-VALUE(PRM-IX-RETAIN-DAYS)
                                TO CT-RETAIN-DAYS
           MOVE PRM-VALUE(PRM-IX-COMMIT-ROWS)
                                TO CT-COMMIT-ROWS

           DISPLAY ' '
           DISPLAY '--- TUNING PARAMETERS USED ---'
           MOVE PRM-IX-RETAIN-DAYS TO PRM-SUB
           PERFORM 8372-PRINT-ONE-PARAMETER
           MOVE PRM-IX-COMMIT-ROWS TO PRM-SUB
           PERFORM 8372-PRINT-ONE-PARAMETER
           .
      ******************************************************************
      *              8371-APPLY-PARAMETER-ROW
      * A T21 ROW OVERRIDES ITS DEFAULT ONLY WHEN IT IS INSIDE THE
      * ZZPRM01 RANGE - THE CONSOLE REFUSES ANYTHING ELSE, SO A ROW
      * OUTSIDE IT WAS SET BY HAND AND IS REPORTED AND IGNORED. A NAME
      * NOT IN THE CATALOG IS NOT THIS PROGRAM'S BUSINESS
      ******************************************************************
       8371-APPLY-PARAMETER-ROW.
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
      *              8372-PRINT-ONE-PARAMETER
      * ONE REPORT LINE: NAME, VALUE IN FORCE AND WHERE IT CAME FROM
      ******************************************************************
       8372-PRINT-ONE-PARAMETER.
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
      *              8380-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8380-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02337' TO T18-PROGRAM-ID
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
      *              8381-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8380
      ******************************************************************
       8381-RECORD-RUN-END.
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
      *              8382-CHECK-CONCURRENT-RUN
      * ANY OTHER Z02337 ROW STILL AT 'R' THAT STARTED WITHIN THE LAST
      * CT-RUN-STALE-HOURS IS A RUN IN PROGRESS. THIS RUN'S OWN ROW
      * IS ALREADY COMMITTED, SO OF TWO RUNS STARTING TOGETHER EACH
      * SEES THE OTHER AND BOTH REFUSE - NEVER BOTH PROCEED. WITHOUT
      * ITS OWN ROW THE RUN CANNOT PROVE IT IS ALONE AND REFUSES TOO
      ******************************************************************
       8382-CHECK-CONCURRENT-RUN.
           SET SO-OTHER-RUN-ACTIVE TO TRUE
           IF SO-RUN-ROW-OPEN THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OTHER-RUN-COUNT
                 FROM T18_BATCH_RUN
                WHERE PROGRAM_ID  = :T18-PROGRAM-ID
                  AND RUN_STATUS  = 'R'
                  AND RUN_START  <> TIMESTAMP(:T18-RUN-START)
                  AND RUN_START   > CURRENT TIMESTAMP -
                                      :CT-RUN-STALE-HOURS HOURS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NORMAL
               IF WS-OTHER-RUN-COUNT = 0 THEN
                 SET SO-NO-OTHER-RUN TO TRUE
               END-IF
             WHEN OTHER
               SET SO-8382-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
             END-EVALUATE
           END-IF
           .
      ******************************************************************
      *              8383-SAVE-RESTART-MARKER
      * CALLED JUST BEFORE EACH CHECKPOINT COMMIT, SO THE MARKER AND
      * THE TALLIES HARDEN IN THE SAME UNIT OF WORK AS THE DELETES
      * THEY DESCRIBE - AFTER AN ABEND THE ROW SAYS EXACTLY HOW FAR
      * THE COMMITTED WORK GOT. A FAILURE IS ONLY DISPLAYED
      ******************************************************************
       8383-SAVE-RESTART-MARKER.
           COMPUTE WS-RUN-ROWS-WRITTEN = WS-T05-ARCHIVED-COUNT
                                       + WS-T07-ARCHIVED-COUNT
                                       + WS-T08-ARCHIVED-COUNT
                                       + WS-T09-ARCHIVED-COUNT
           MOVE WS-RUN-ROWS-WRITTEN TO WS-RUN-ROWS-READ
           MOVE WS-RUN-ROWS-WRITTEN TO WS-RUN-ROWS-DELETED
           EVALUATE WS-ARCHIVE-STAGE
           WHEN 'T05'
             MOVE WS-T05-ARCHIVED-COUNT TO WS-STAGE-COUNT
           WHEN 'T07'
             MOVE WS-T07-ARCHIVED-COUNT TO WS-STAGE-COUNT
           WHEN 'T08'
             MOVE WS-T08-ARCHIVED-COUNT TO WS-STAGE-COUNT
           WHEN OTHER
             MOVE WS-T09-ARCHIVED-COUNT TO WS-STAGE-COUNT
           END-EVALUATE
           MOVE WS-STAGE-COUNT TO WS-COUNT-ED
           MOVE SPACE TO T18-RESTART-MARKER
           STRING WS-ARCHIVE-STAGE ' ARCHIVED THROUGH ROW '
                  WS-COUNT-ED
             DELIMITED BY SIZE
             INTO T18-RESTART-MARKER
           END-STRING
           IF SO-RUN-ROW-OPEN THEN
             MOVE WS-RUN-ROWS-READ    TO T18-ROWS-READ
             MOVE WS-RUN-ROWS-DELETED TO T18-ROWS-DELETED
             MOVE WS-RUN-ROWS-WRITTEN TO T18-ROWS-WRITTEN
             EXEC SQL
               UPDATE T18_BATCH_RUN
                  SET ROWS_READ      = :T18-ROWS-READ,
                      ROWS_DELETED   = :T18-ROWS-DELETED,
                      ROWS_WRITTEN   = :T18-ROWS-WRITTEN,
                      RESTART_MARKER = :T18-RESTART-MARKER
                WHERE PROGRAM_ID = :T18-PROGRAM-ID
                  AND RUN_START  = TIMESTAMP(:T18-RUN-START)
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               MOVE SQLCODE TO SQLCODE-FORMAT
               DISPLAY 'RESTART MARKER NOT SAVED, SQLCODE: '
                       SQLCODE-FORMAT
             END-IF
           END-IF
           .
      ******************************************************************
      *                    9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
