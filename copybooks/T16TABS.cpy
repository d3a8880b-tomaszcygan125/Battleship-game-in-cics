      ******************************************************************
      *  T16TABS - DCLGEN FOR T16_SOLO_RESULT
      *  ONE ROW PER FINISHED SINGLE-PLAYER GAME, WRITTEN BY 7066 IN
      *  Z02332 FROM THE BOX SCORE (2066) THE MOMENT THE GAME ENDS -
      *  THE ONLY TRACE A GAME AGAINST THE COMPUTER LEAVES, AND THE
      *  INPUT OF THE Z02342 MONTHLY DIFFICULTY REPORT.
      *  PLAYER_NICK IS THE NICK THE GAME WAS SAVED OR RESUMED UNDER
      *  (T15) - A GAME THAT NEVER WENT THROUGH THE SAVE SLOT HAS NO
      *  NICK AND IS RECORDED WITH AN EMPTY ONE.
      *  DIFFICULTY / BOARD_MODE CARRY THE RAW SW-COMPUTER-DIFFICULTY-C
      *  ('1' EASY, '2' NORMAL, '3' HARD) AND SW-BOARD-SIZE-C ('1'
      *  FULL 10X10, '2' QUICK 8X8) BYTES OF THE Z02332 COMMAREA, AS
      *  T15 DOES. THE SHOT FIGURES ARE THE PLAYER'S OWN.
      *  WINNER:  'P' = THE PLAYER WON, 'C' = THE COMPUTER WON
      *  RESUMED: 'Y' = THE GAME WAS PICKED UP FROM A T15 SAVE
      ******************************************************************
       01  T16-PLAYER-NICK.
           49  T16-PLAYER-NICK-LEN       PIC S9(4) COMP.
           49  T16-PLAYER-NICK-TEXT      PIC X(30).
       01  T16-GAME-ENDED               PIC X(26).
       01  T16-DIFFICULTY               PIC X(1).
       01  T16-BOARD-MODE               PIC X(1).
       01  T16-TURNS-TAKEN              PIC S9(9) COMP.
       01  T16-SHOTS-FIRED              PIC S9(9) COMP.
       01  T16-HITS                     PIC S9(9) COMP.
       01  T16-HIT-PCT                  PIC S9(9) COMP.
       01  T16-WINNER                   PIC X(1).
       01  T16-RESUMED                  PIC X(1).
