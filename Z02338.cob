           EXEC SQL INCLUDE T05TABS END-EXEC.
           EXEC SQL INCLUDE T07TABS END-EXEC.
           EXEC SQL INCLUDE T14TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           COPY ZZARC01.

       01  WS-DB2-ERROR.
           05 SW-IF-BATCH-MAY-RUN             PIC X.
              88 SO-BATCH-MAY-RUN             VALUE '1'.
              88 SO-BATCH-MUST-WAIT           VALUE '2'.
           05 SW-IF-RUN-ROW-OPEN              PIC X.
              88 SO-RUN-ROW-OPEN              VALUE '1'.
              88 SO-RUN-ROW-MISSING           VALUE '2'.

       01  WS-VARIABLES.
           05 WS-RUN-ROWS-READ                PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-DELETED             PIC S9(9) COMP VALUE 0.
           05 WS-RUN-ROWS-WRITTEN             PIC S9(9) COMP VALUE 0.
           05 WS-T07-RESTORED-COUNT           PIC S9(9) COMP VALUE 0.
           05 WS-T05-RESTORED-COUNT           PIC S9(9) COMP VALUE 0.
           05 WS-T07-SKIPPED-COUNT            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY 'Z02338 ARCHIVE RESTORE UTILITY STARTED'
           PERFORM 8670-RECORD-RUN-START
           PERFORM 8620-CHECK-SYSTEM-STATUS
           IF SO-BATCH-MUST-WAIT THEN
             DISPLAY 'Z02338 REFUSED TO START - SYSTEM STATUS IS '
               PERFORM 8600-RESTORE-GAME-HISTORY
               PERFORM 8610-RESTORE-SHOT-HISTORY
               PERFORM 8690-RESTORE-REPORT
               COMPUTE WS-RUN-ROWS-WRITTEN = WS-T07-RESTORED-COUNT
                                           + WS-T05-RESTORED-COUNT
             END-IF
           END-IF
           PERFORM 8671-RECORD-RUN-END
           DISPLAY 'Z02338 ARCHIVE RESTORE UTILITY FINISHED'
           GOBACK
           .
               AT END SET SO-END-OF-FILE TO TRUE
             END-READ
             IF SO-NOT-END-OF-FILE THEN
               ADD 1 TO WS-RUN-ROWS-READ
               IF (ARC-T07-FIRST-PLAYER  = PARM-FIRST-NICK AND
                   ARC-T07-SECOND-PLAYER = PARM-SECOND-NICK)
                  OR
             MOVE 'S' TO T07-RESULT-TYPE
           END-IF
           MOVE ARC-T07-GAME-ID        TO T07-GAME-ID
           MOVE ARC-T07-VOID-STATUS    TO T07-VOID-STATUS

      * RERUN SAFETY CANNOT LEAN ON A -803 HERE - T07 HAS NO UNIQUE
      * INDEX (THE ONLINE GAME NEVER NEEDED ONE), SO AN ALREADY-
                  GAME_STARTED, GAME_ENDED, TURNS_TAKEN,
                  FIRST_SHOTS, FIRST_HITS, FIRST_HIT_PCT,
                  SECOND_SHOTS, SECOND_HITS, SECOND_HIT_PCT,
                  RESULT_TYPE, GAME_ID, VOID_STATUS)
                 VALUES (:T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                         :T07-WINNER-NICK, :T07-GAME-STARTED,
                         :T07-GAME-ENDED, :T07-TURNS-TAKEN,
                         :T07-FIRST-SHOTS, :T07-FIRST-HITS,
                         :T07-FIRST-HIT-PCT, :T07-SECOND-SHOTS,
                         :T07-SECOND-HITS, :T07-SECOND-HIT-PCT,
                         :T07-RESULT-TYPE, :T07-GAME-ID,
                         :T07-VOID-STATUS)
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
               AT END SET SO-END-OF-FILE TO TRUE
             END-READ
             IF SO-NOT-END-OF-FILE THEN
               ADD 1 TO WS-RUN-ROWS-READ
               IF (ARC-T05-FIRST-PLAYER  = PARM-FIRST-NICK AND
                   ARC-T05-SECOND-PLAYER = PARM-SECOND-NICK)
                  OR
           MOVE ARC-T05-SHOT-COLUMN   TO T05-SHOT-COLUMN
           MOVE ARC-T05-SHOT-RESULT   TO T05-SHOT-RESULT
           MOVE ARC-T05-GAME-ID       TO T05-GAME-ID
           MOVE ARC-T05-BOARD-MODE    TO T05-BOARD-MODE

           EXEC SQL
             INSERT INTO T05_SHOT_HISTORY
               (FIRST_PLAYER, SECOND_PLAYER, SHOT_SEQUENCE,
                SHOT_ROW, SHOT_COLUMN, SHOT_RESULT, GAME_ID,
                BOARD_MODE)
               VALUES (:T05-FIRST-PLAYER, :T05-SECOND-PLAYER,
                       :T05-SHOT-SEQUENCE, :T05-SHOT-ROW,
                       :T05-SHOT-COLUMN, :T05-SHOT-RESULT,
                       :T05-GAME-ID, :T05-BOARD-MODE)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           DISPLAY '===== END OF RESTORE REPORT ====='
           .
      ******************************************************************
      *              8670-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8670-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02338' TO T18-PROGRAM-ID
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
      *              8671-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8670
      ******************************************************************
       8671-RECORD-RUN-END.
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
