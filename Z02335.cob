           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T02TABS END-EXEC.
           EXEC SQL INCLUDE T14TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.

       01  WS-DB2-ERROR.
           10 SW-SQLCODE                      PIC    S9(5).
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
           05 WS-DISCREPANCY-COUNT            PIC S9(9) COMP VALUE 0.
           05 WS-LANDED-SHOT-COUNT            PIC S9(9) COMP.
           05 WS-MARKED-CELL-COUNT            PIC S9(4) COMP.

       PROCEDURE DIVISION.
           DISPLAY 'Z02335 RECONCILIATION BATCH STARTED'
           PERFORM 8280-RECORD-RUN-START
           PERFORM 8250-CHECK-SYSTEM-STATUS
           IF SO-BATCH-MAY-RUN THEN
             DISPLAY ' '
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM 8281-RECORD-RUN-END
           DISPLAY 'Z02335 RECONCILIATION BATCH FINISHED'
           GOBACK
           .
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-DISCREPANCY-COUNT
               DISPLAY '  ORPHANED TURN ROW: '
                 WS-FIRST-NICK-TEXT(1:WS-FIRST-NICK-LEN)
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-DISCREPANCY-COUNT
               DISPLAY '  UNPAIRED BOARD: OWNER '
                 WS-FIRST-NICK-TEXT(1:WS-FIRST-NICK-LEN)
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-DISCREPANCY-COUNT
               DISPLAY '  ORPHANED SHOT HISTORY: '
                 WS-FIRST-NICK-TEXT(1:WS-FIRST-NICK-LEN)
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               MOVE 0 TO WS-MARKED-CELL-COUNT
               MOVE 0 TO WS-CELL-TALLY
               INSPECT T02-GAME-BOARD-TEXT TALLYING
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-RUN-ROWS-READ
               ADD 1 TO WS-DISCREPANCY-COUNT
               DISPLAY '  LOCKED NICK: '
                 WS-FIRST-NICK-TEXT(1:WS-FIRST-NICK-LEN)
           END-IF
           .
      ******************************************************************
      *              8280-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8280-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02335' TO T18-PROGRAM-ID
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
      *              8281-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8280
      ******************************************************************
       8281-RECORD-RUN-END.
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
