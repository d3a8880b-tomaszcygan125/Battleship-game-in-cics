      * STAY RED FOREVER, ALERTING ON NOTHING.
      *
      * ROW COUNTS PURGED FROM EACH TABLE ARE DISPLAYED TO SYSOUT AS
      * THE CLEANUP REPORT, UNDER THE STALE-HOURS VALUE THE RUN USED
      * (AN OPERATOR CAN CHANGE IT IN T21_TUNING_PARM FROM THE Z02336
      * CONSOLE - SEE ZZPRM01 FOR ITS DEFAULT AND RANGE).
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE T14TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           EXEC SQL INCLUDE T21TABS END-EXEC.
           COPY ZZPRM01.

      * SET FROM T21_TUNING_PARM (OR ITS ZZPRM01 DEFAULT) BY
      * 8020-LOAD-PARAMETERS AS THE RUN STARTS
       01  CT-CONSTANTS.
           05 CT-STALE-HOURS                 PIC S9(4) COMP VALUE 4.

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
           05 WS-T01-PURGED-COUNT             PIC S9(9) COMP.
           05 WS-T02-PURGED-COUNT             PIC S9(9) COMP.
           05 WS-T03-PURGED-COUNT             PIC S9(9) COMP.

       PROCEDURE DIVISION.
           DISPLAY 'Z02333 NIGHTLY CLEANUP BATCH STARTED'
           PERFORM 8006-RECORD-RUN-START
           PERFORM 8020-LOAD-PARAMETERS
      * THE PURGE REFUSES TO START UNLESS OPS SET THE T14 CONTROL TO
      * CLOSED - A SLIPPED WINDOW ONCE LET IT DELETE ROWS OUT FROM
      * UNDER TWO IN-FLIGHT GAMES
             PERFORM 8003-PURGE-STALE-NICKS
             PERFORM 8004-PURGE-ORPHAN-SHOT-ROWS
             PERFORM 8010-REPORT-RESULTS
             COMPUTE WS-RUN-ROWS-DELETED = WS-T01-PURGED-COUNT
                                         + WS-T02-PURGED-COUNT
                                         + WS-T03-PURGED-COUNT
                                         + WS-T05-PURGED-COUNT
           ELSE
             DISPLAY 'Z02333 REFUSED TO START - SYSTEM STATUS IS '
                     T14-STATUS-CODE ' (NEEDS CLOSED)'
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM 8007-RECORD-RUN-END
           DISPLAY 'Z02333 NIGHTLY CLEANUP BATCH FINISHED'
           GOBACK
           .
           DISPLAY '  T05_SHOT_HISTORY (ORPHANS): ' WS-T05-PURGED-COUNT
           .
      ******************************************************************
      *              8020-LOAD-PARAMETERS
      * READS THE OPERATOR-SET T21_TUNING_PARM VALUES OVER THE ZZPRM01
      * DEFAULTS AND PRINTS THE VALUES THIS RUN USES AT THE TOP OF
      * THE REPORT. A MISSING ROW LEAVES THE DEFAULT IN FORCE, AND SO
      * DOES AN UNREADABLE TABLE - THAT IS ONLY DISPLAYED, A PARAMETER
      * PROBLEM MUST NEVER STOP THE JOB
      ******************************************************************
       8020-LOAD-PARAMETERS.
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
               PERFORM 8021-APPLY-PARAMETER-ROW
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

           MOVE PRM-VALUE(PRM-IX-STALE-HOURS)
                                TO CT-STALE-HOURS

           DISPLAY ' '
           DISPLAY '--- TUNING PARAMETERS USED ---'
           MOVE PRM-IX-STALE-HOURS TO PRM-SUB
           PERFORM 8022-PRINT-ONE-PARAMETER
           .
      ******************************************************************
      *              8021-APPLY-PARAMETER-ROW
      * A T21 ROW OVERRIDES ITS DEFAULT ONLY WHEN IT IS INSIDE THE
      * ZZPRM01 RANGE - THE CONSOLE REFUSES ANYTHING ELSE, SO A ROW
      * OUTSIDE IT WAS SET BY HAND AND IS REPORTED AND IGNORED. A NAME
      * NOT IN THE CATALOG IS NOT THIS PROGRAM'S BUSINESS
      ******************************************************************
       8021-APPLY-PARAMETER-ROW.
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
      *              8022-PRINT-ONE-PARAMETER
      * ONE REPORT LINE: NAME, VALUE IN FORCE AND WHERE IT CAME FROM
      ******************************************************************
       8022-PRINT-ONE-PARAMETER.
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
      *              8006-RECORD-RUN-START
      * OPENS THIS RUN'S T18_BATCH_RUN ROW (STATUS 'R') AND COMMITS
      * IT AT ONCE, SO THE Z02336 CONSOLE SEES THE JOB RUNNING. A
      * FAILURE HERE IS ONLY DISPLAYED - THE BOOKKEEPING MUST NOT
      * STOP THE JOB ITSELF, AND THE CONSOLE WILL SHOW THE MISSING
      * RUN AS OVERDUE
      ******************************************************************
       8006-RECORD-RUN-START.
           SET SO-RUN-ROW-MISSING TO TRUE
           MOVE 'Z02333' TO T18-PROGRAM-ID
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
      *              8007-RECORD-RUN-END
      * CLOSES THIS RUN'S T18_BATCH_RUN ROW WITH THE FINAL RETURN
      * CODE AND THE ROW TALLIES, AND COMMITS. SAME DISPLAY-ONLY
      * FAILURE HANDLING AS 8006
      ******************************************************************
       8007-RECORD-RUN-END.
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
