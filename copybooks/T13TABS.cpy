      *  HERE ONLY PLAYS (AND ONLY GETS LEADERBOARD AND GAME-HISTORY
      *  ROWS WRITTEN) WHEN THE SHORT PIN MATCHES AT SIGN-ON -
      *  UNREGISTERED NICKS KEEP PLAYING CASUALLY AS BEFORE, MARKED
      *  UNRANKED ON THE LEADERBOARD DISPLAY.
      *  FAILED_ATTEMPTS COUNTS THE WRONG PINS SINCE THE LAST GOOD
      *  SIGN-ON; REACHING Z02332'S CT-PIN-MAX-ATTEMPTS LOCKS THE NICK
      *  UNTIL LOCKED_UNTIL AND STARTS THE COUNT AGAIN. A NICK IS
      *  LOCKED ONLY WHILE LOCKED_UNTIL IS STILL IN THE FUTURE - THE
      *  Z02336 CONSOLE ('P') UNLOCKS ONE EARLY OR RESETS ITS PIN
      ******************************************************************
       01  T13-PLAYER-NICK.
           49  T13-PLAYER-NICK-LEN       PIC S9(4) COMP.
           49  T13-PLAYER-NICK-TEXT      PIC X(30).
       01  T13-NICK-PIN                 PIC X(4).
       01  T13-REGISTERED-TS            PIC X(26).
       01  T13-FAILED-ATTEMPTS          PIC S9(9) COMP.
       01  T13-LOCKED-UNTIL             PIC X(26).
