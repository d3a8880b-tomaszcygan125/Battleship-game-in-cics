      *  SHOT_SEQUENCE) - WITHOUT GAME_ID IN THE KEY THE RESTARTED
      *  SEQUENCES OF SUCCESSIVE GAMES WOULD COLLIDE WITH -803
       01  T05-GAME-ID                  PIC X(16).
      *  THE BOARD SIZE OF THE GAME, THE SW-BOARD-SIZE-C BYTE OF THE
      *  SHOOTER'S Z02332 COMMAREA: '1' = FULL 10X10, '2' = QUICK 8X8.
      *  READ BY THE Z02345 HEATMAP REPORT TO KEEP THE TWO GRIDS
      *  APART. ROWS FROM BEFORE THE COLUMN EXISTED CARRY ITS
      *  DEFAULT, A BLANK
       01  T05-BOARD-MODE               PIC X(1).
