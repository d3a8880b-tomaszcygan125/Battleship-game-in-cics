      ******************************************************************
      *  T20TABS - DCLGEN FOR T20_DB2_RETRY_LOG
      *  ONE ROW PER RETRY OF A DB2 STATEMENT THAT HIT A DEADLOCK
      *  (-911) OR TIMEOUT (-913) IN THE ONLINE TRANSACTIONS (Z02332,
      *  Z02336 - SEE THEIR 9120-CHECK-DB2-RETRY). A CALL THAT
      *  RECOVERED ON A RETRY LEAVES ONLY THESE ROWS; ONE THAT GAVE UP
      *  ALSO GOES TO T09_ERROR_LOG AS A REAL FAILURE. THE Z02339
      *  NIGHTLY DIGEST REPORTS THE CONTENTION TREND FROM HERE
      ******************************************************************
       01  T20-RETRY-TS                 PIC X(26).
      *  EIBTRNID OF THE TRANSACTION - '0227' GAME, '0228' CONSOLE
       01  T20-TRAN-ID                  PIC X(4).
      *  THE SW-STATEMENT-ID OF THE STATEMENT RETRIED
       01  T20-PARAGRAPH-ID             PIC X(4).
       01  T20-SQLCODE-VAL              PIC S9(9) COMP.
      *  1 FOR THE FIRST RETRY OF THE CALL, 2 FOR THE SECOND, ...
       01  T20-RETRY-NO                 PIC S9(9) COMP.
