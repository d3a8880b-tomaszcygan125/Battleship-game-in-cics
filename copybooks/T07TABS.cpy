      *    'D' = FORFEIT WIN, THE LOSER DISCONNECTED
      *    'T' = FORFEIT WIN, THE LOSER'S INACTIVITY TIMED OUT
      *    'B' = FORFEIT WIN, BLITZ SHOT-CLOCK FORFEIT-OUT
      *    'E' = FORCE-ENDED FROM THE Z02336 OPERATOR CONSOLE (WIN/LOSS
      *          COUNTED, NO SKILL RATING MOVED, NO SHOT COUNTERS)
      *  ROWS FROM BEFORE THE COLUMN EXISTED CARRY ITS DEFAULT 'S'
       01  T07-RESULT-TYPE              PIC X(1).
      *  THE UNIQUE GAME IDENTIFIER STAMPED AT GAME CREATION
      *  LONGER INDISTINGUISHABLE. ROWS FROM BEFORE THE COLUMN
      *  EXISTED CARRY ITS DEFAULT, A BLANK
       01  T07-GAME-ID                  PIC X(16).
      *  WHETHER THE RECORDED RESULT STILL STANDS - SET FROM THE
      *  Z02336 CONSOLE (ACTION 'V') AFTER A DISPUTE IS SETTLED:
      *    ' ' = THE RESULT COUNTS AS RECORDED
      *    'V' = VOIDED - THE GAME COUNTS FOR NEITHER NICK
      *    'O' = OVERTURNED - THE WIN BELONGS TO SECOND_PLAYER
      *  THE ONLINE LEADERBOARD IS NOT CHANGED WHEN THIS IS SET - THE
      *  Z02341 REBUILD REPLAYS THE HISTORY AND PUTS T04 RIGHT. ROWS
      *  FROM BEFORE THE COLUMN EXISTED CARRY ITS DEFAULT, A BLANK
       01  T07-VOID-STATUS              PIC X(1).
