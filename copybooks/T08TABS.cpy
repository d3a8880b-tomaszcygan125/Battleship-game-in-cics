      *  T08TABS - DCLGEN FOR T08_OPERATOR_LOG
      *  ONE ROW PER ACTION AN OPERATOR TAKES THROUGH THE Z02336
      *  ADMINISTRATION TRANSACTION (FORCE-ENDING A WEDGED GAME,
      *  FREEING A STUCK NICK, VOIDING A DISPUTED RESULT), SO
      *  INTRADAY INTERVENTIONS LEAVE AN AUDIT TRAIL.
      *  A TUNING PARAMETER CHANGE (ACTION_CODE 'PARMSET') CARRIES THE
      *  PARAMETER NAME IN FIRST_PLAYER AND THE OLD AND THE NEW VALUE
      *  ('OLD ... NEW ...') IN SECOND_PLAYER (SEE T21TABS)
      ******************************************************************
       01  T08-ACTION-TS                PIC X(26).
       01  T08-OPERATOR-TERM            PIC X(4).
       01  T08-SECOND-PLAYER.
           49  T08-SECOND-PLAYER-LEN     PIC S9(4) COMP.
           49  T08-SECOND-PLAYER-TEXT    PIC X(30).
      *  THE GAME THE ACTION CONCERNED (FORCE-END, VOID/OVERTURN) -
      *  BLANK FOR ACTIONS THAT ARE NOT ABOUT ONE GAME
       01  T08-GAME-ID                  PIC X(16).
