      ******************************************************************
      *  T18TABS - DCLGEN FOR T18_BATCH_RUN
      *  ONE ROW PER RUN OF A BATCH PROGRAM, KEYED BY (PROGRAM_ID,
      *  RUN_START). THE PROGRAM INSERTS IT AS IT STARTS AND
      *  COMMITS AT ONCE, SO THE Z02336 CONSOLE (ACTION 'J') SEES THE
      *  JOB RUNNING, AND UPDATES IT AS IT ENDS:
      *    RUN_STATUS:  'R' = STARTED, NOT (YET) ENDED - A ROW LEFT
      *                       AT 'R' LONG AFTER ITS START IS A RUN
      *                       THAT ABENDED OR WAS CANCELLED
      *                 'E' = ENDED, RETURN_CODE IS THE STEP'S RC
      *  RUN_END EQUALS RUN_START UNTIL THE RUN ENDS.
      *  ROWS_READ / ROWS_DELETED / ROWS_WRITTEN ARE THE PROGRAM'S OWN
      *  TALLIES (FETCHED OR FILE RECORDS READ, TABLE ROWS DELETED,
      *  TABLE ROWS OR FILE RECORDS WRITTEN) - SEE EACH PROGRAM.
      *  RESTART_MARKER IS SET BY THE CHECKPOINTING JOBS ONLY: WHERE
      *  THE LAST COMMIT LEFT THE RUN (Z02337) OR HOW FAR THE RUN GOT
      *  (Z02344 - ITS HIGH-WATER MARK). BLANK FOR THE OTHERS
      ******************************************************************
       01  T18-PROGRAM-ID               PIC X(8).
       01  T18-RUN-START                PIC X(26).
       01  T18-RUN-END                  PIC X(26).
       01  T18-RUN-STATUS               PIC X(1).
       01  T18-RETURN-CODE              PIC S9(9) COMP.
       01  T18-ROWS-READ                PIC S9(9) COMP.
       01  T18-ROWS-DELETED             PIC S9(9) COMP.
       01  T18-ROWS-WRITTEN             PIC S9(9) COMP.
       01  T18-RESTART-MARKER           PIC X(40).
