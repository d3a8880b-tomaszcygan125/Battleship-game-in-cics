      ******************************************************************
      *  T17TABS - DCLGEN FOR T17_EXTRACT_CONTROL
      *  ONE ROW PER OUTBOUND EXTRACT, KEYED BY EXTRACT_NAME - THE
      *  HIGH-WATER MARK THAT LETS AN EXTRACT PICK UP EXACTLY WHERE
      *  ITS LAST SUCCESSFUL RUN STOPPED (Z02344 FOR 'RESULTS').
      *  HIGH_WATER_TS IS THE END OF THE LAST WINDOW THAT WAS FULLY
      *  WRITTEN - THE NEXT RUN TAKES GAME_ENDED AFTER IT. THE ROW
      *  ONLY MOVES AFTER THE FILE IS COMPLETE, SO A FAILED RUN
      *  LEAVES IT WHERE IT WAS AND THE NEXT RUN SENDS THE SAME GAMES
      *  AGAIN. NO ROW AT ALL MEANS THE EXTRACT HAS NEVER RUN AND THE
      *  FIRST RUN SENDS THE WHOLE HISTORY.
      ******************************************************************
       01  T17-EXTRACT-NAME             PIC X(8).
       01  T17-HIGH-WATER-TS            PIC X(26).
       01  T17-LAST-RUN-TS              PIC X(26).
       01  T17-LAST-GAME-COUNT          PIC S9(9) COMP.
