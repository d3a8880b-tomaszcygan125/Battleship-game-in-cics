      ******************************************************************
      *  ZZEXT01 - RECORD LAYOUTS OF THE DAILY RESULTS EXTRACT
      *  (Z02344 WRITES THEM, THE INTRANET "OFFICE GAMES" PAGE AND
      *  THE HR ENGAGEMENT DASHBOARD READ THEM)
      *
      *  FIXED 200-BYTE RECORDS, EVERY FIELD PLAIN DISPLAY FORMAT.
      *  THE FIRST BYTE TELLS THE RECORD TYPE:
      *    'H' = HEADER   - EXACTLY ONE, FIRST
      *    'G' = GAME     - ONE PER T07_GAME_HISTORY ROW FINISHED IN
      *                     THE EXTRACT WINDOW, IN GAME_ENDED ORDER
      *    'P' = PLAYER   - ONE PER T04_LEADERBOARD NICK, THE FIGURES
      *                     AS THEY STAND AT EXTRACT TIME
      *    'T' = TRAILER  - EXACTLY ONE, LAST
      *  A FILE WITHOUT ITS TRAILER, OR WHOSE TRAILER COUNTS OR HASH
      *  TOTAL DO NOT MATCH THE RECORDS READ, IS PARTIAL AND MUST BE
      *  REJECTED WHOLE.
      ******************************************************************
       01  EXT-HEADER-ROW.
           05  EXT-HDR-RECORD-TYPE       PIC X(1)  VALUE 'H'.
           05  EXT-HDR-FILE-ID           PIC X(8)  VALUE 'BSHIPRES'.
      *  YYYY-MM-DD
           05  EXT-HDR-RUN-DATE          PIC X(10).
           05  EXT-HDR-RUN-TS            PIC X(26).
      *  GAMES WITH GAME_ENDED AFTER WINDOW-FROM AND NOT AFTER
      *  WINDOW-TO. THE NEXT FILE'S WINDOW-FROM IS THIS FILE'S
      *  WINDOW-TO, SO A GAP OR OVERLAP BETWEEN TWO FILES SHOWS
           05  EXT-HDR-WINDOW-FROM       PIC X(26).
           05  EXT-HDR-WINDOW-TO         PIC X(26).
           05  FILLER                    PIC X(103).
       01  EXT-GAME-ROW.
           05  EXT-GAM-RECORD-TYPE       PIC X(1)  VALUE 'G'.
           05  EXT-GAM-GAME-ID           PIC X(16).
      *  AS IN T07: FIRST-PLAYER IS THE RECORDED WINNER, SECOND-PLAYER
      *  THE RECORDED LOSER, AND THE SHOT FIGURES FOLLOW SUIT
           05  EXT-GAM-FIRST-PLAYER      PIC X(30).
           05  EXT-GAM-SECOND-PLAYER     PIC X(30).
           05  EXT-GAM-GAME-STARTED      PIC X(26).
           05  EXT-GAM-GAME-ENDED        PIC X(26).
           05  EXT-GAM-TURNS-TAKEN       PIC 9(5).
           05  EXT-GAM-FIRST-SHOTS       PIC 9(5).
           05  EXT-GAM-FIRST-HITS        PIC 9(5).
           05  EXT-GAM-FIRST-HIT-PCT     PIC 9(3).
           05  EXT-GAM-SECOND-SHOTS      PIC 9(5).
           05  EXT-GAM-SECOND-HITS       PIC 9(5).
           05  EXT-GAM-SECOND-HIT-PCT    PIC 9(3).
      *  S/D/T/B/E - SEE T07TABS
           05  EXT-GAM-RESULT-TYPE       PIC X(1).
      *  ' ' STANDS, 'V' VOIDED, 'O' OVERTURNED (THE WIN BELONGS TO
      *  SECOND-PLAYER) - AS AT EXTRACT TIME
           05  EXT-GAM-VOID-STATUS       PIC X(1).
      *  DATA FIELDS TOTAL 162, PADDED TO THE 200-BYTE LRECL
           05  FILLER                    PIC X(38).
       01  EXT-PLAYER-ROW.
           05  EXT-PLR-RECORD-TYPE       PIC X(1)  VALUE 'P'.
           05  EXT-PLR-PLAYER-NICK       PIC X(30).
           05  EXT-PLR-GAMES-PLAYED      PIC 9(9).
           05  EXT-PLR-GAMES-WON         PIC 9(9).
           05  EXT-PLR-GAMES-LOST        PIC 9(9).
           05  EXT-PLR-GAMES-FORFEITED   PIC 9(9).
           05  EXT-PLR-RATING            PIC S9(9) SIGN LEADING
                                                   SEPARATE.
           05  FILLER                    PIC X(123).
       01  EXT-TRAILER-ROW.
           05  EXT-TRL-RECORD-TYPE       PIC X(1)  VALUE 'T'.
           05  EXT-TRL-GAME-COUNT        PIC 9(9).
           05  EXT-TRL-PLAYER-COUNT      PIC 9(9).
      *  EVERY RECORD OF THE FILE, HEADER AND TRAILER INCLUDED
           05  EXT-TRL-RECORD-COUNT      PIC 9(9).
      *  SUM OVER THE 'G' RECORDS OF BYTES 2-14 OF THE GAME-ID (THE
      *  13 DIGITS OF THE START TIMESTAMP, SEE 2289 IN Z02332) READ
      *  AS A NUMBER. A GAME-ID WHOSE BYTES 2-14 ARE NOT ALL DIGITS
      *  (A BLANK LEGACY ID) ADDS ZERO. KEPT MODULO 10**18
           05  EXT-TRL-GAME-ID-HASH      PIC 9(18).
           05  FILLER                    PIC X(154).
