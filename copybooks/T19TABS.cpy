      ******************************************************************
      *  T19TABS - DCLGEN FOR T19_SIGNON_AUDIT
      *  ONE ROW PER NOTABLE SIGN-ON EVENT OF A REGISTERED (T13) NICK,
      *  WITH THE TERMINAL IT CAME FROM:
      *    EVENT_TYPE:  'F' = WRONG PIN
      *                 'L' = WRONG PIN THAT LOCKED THE NICK
      *                 'R' = SIGN-ON REFUSED, THE NICK WAS LOCKED
      *                 'C' = PIN CHANGED BY ITS OWNER (OLD PIN GIVEN)
      *                 'U' = UNLOCKED FROM THE Z02336 CONSOLE
      *                 'P' = PIN RESET (AND UNLOCKED) FROM THE CONSOLE
      *  F, L AND R ARE THE FAILED SIGN-ONS THE Z02339 NIGHTLY DIGEST
      *  COUNTS. FAILED_ATTEMPTS IS THE NICK'S WRONG-PIN COUNT AS THE
      *  EVENT LEFT IT (ON AN 'L' ROW, THE COUNT THAT LOCKED IT)
      ******************************************************************
       01  T19-AUDIT-TS                 PIC X(26).
       01  T19-PLAYER-NICK.
           49  T19-PLAYER-NICK-LEN       PIC S9(4) COMP.
           49  T19-PLAYER-NICK-TEXT      PIC X(30).
       01  T19-EVENT-TYPE               PIC X(1).
       01  T19-TERMINAL-ID              PIC X(4).
       01  T19-FAILED-ATTEMPTS          PIC S9(9) COMP.
