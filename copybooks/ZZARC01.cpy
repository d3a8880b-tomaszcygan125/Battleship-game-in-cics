           05  ARC-T07-SECOND-HIT-PCT    PIC 9(3).
           05  ARC-T07-RESULT-TYPE       PIC X(1).
           05  ARC-T07-GAME-ID           PIC X(16).
      *  BLANK IN GENERATIONS UNLOADED BEFORE THE COLUMN EXISTED,
      *  WHICH IS EXACTLY WHAT THE COLUMN DEFAULTS TO
           05  ARC-T07-VOID-STATUS       PIC X(1).
      *  DATA FIELDS TOTAL 211 - THE FILLER PADS THE ROW TO EXACTLY
      *  THE 220 BYTES OF THE ARCHT07 FD/LRECL. KEEP THE TWO IN STEP:
      *  A LAYOUT LONGER THAN THE RECORD TRUNCATES SILENTLY ON WRITE
           05  FILLER                    PIC X(9).
       01  ARC-T05-ROW.
           05  ARC-T05-FIRST-PLAYER      PIC X(30).
           05  ARC-T05-SECOND-PLAYER     PIC X(30).
           05  ARC-T05-SHOT-COLUMN       PIC 9(3).
           05  ARC-T05-SHOT-RESULT       PIC X(1).
           05  ARC-T05-GAME-ID           PIC X(16).
      *  BLANK IN GENERATIONS UNLOADED BEFORE THE COLUMN EXISTED,
      *  WHICH IS EXACTLY WHAT THE COLUMN DEFAULTS TO
           05  ARC-T05-BOARD-MODE        PIC X(1).
           05  FILLER                    PIC X(7).
       01  ARC-T08-ROW.
           05  ARC-T08-ACTION-TS         PIC X(26).
           05  ARC-T08-OPERATOR-TERM     PIC X(4).
           05  ARC-T08-ACTION-CODE       PIC X(8).
           05  ARC-T08-FIRST-PLAYER      PIC X(30).
           05  ARC-T08-SECOND-PLAYER     PIC X(30).
           05  ARC-T08-GAME-ID           PIC X(16).
      *  DATA FIELDS TOTAL 114, PADDED TO THE 120-BYTE ARCHT08 LRECL
           05  FILLER                    PIC X(6).
       01  ARC-T09-ROW.
           05  ARC-T09-ERROR-TS          PIC X(26).
           05  ARC-T09-PARAGRAPH-ID      PIC X(4).
