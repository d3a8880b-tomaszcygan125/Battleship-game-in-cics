           EXEC SQL INCLUDE T13TABS END-EXEC.
           EXEC SQL INCLUDE T14TABS END-EXEC.
           EXEC SQL INCLUDE T15TABS END-EXEC.
           EXEC SQL INCLUDE T16TABS END-EXEC.
           EXEC SQL INCLUDE T19TABS END-EXEC.
           EXEC SQL INCLUDE T20TABS END-EXEC.
           EXEC SQL INCLUDE T21TABS END-EXEC.
           COPY ZZPRM01.
                                                                        
                                                                        
                                                                        
           05 CT-MAX-CHALLENGE-CYCLES        PIC S9(4) COMP VALUE 3.
           05 CT-MAXIMAL-NUMBER-OF-SHOTS     PIC S9(4) COMP VALUE 100.
           05 CT-MAX-REPLAY-SHOTS            PIC S9(4) COMP VALUE 200.
      * THE PLAYER PROFILE SCREEN - ONE LINE PER RECENT GAME (EACH ON
      * ITS OWN PF KEY, SO NO MORE THAN TEN), THE MOST-MET OPPONENTS,
      * AND THE SCREEN LINES THE TEXT IS LAID OUT ON (THE LAST ONE
      * IS THE KEY HELP)
           05 CT-PROFILE-GAMES               PIC S9(4) COMP VALUE 10.
           05 CT-PROFILE-OPPONENTS           PIC S9(4) COMP VALUE 3.
           05 CT-PROFILE-LINES               PIC S9(4) COMP VALUE 21.
           05 CT-EVENT-WAIT-SECONDS          PIC S9(4) COMP VALUE 5.
           05 CT-MAX-BLITZ-FORFEITS          PIC S9(4) COMP VALUE 3.
      * THE WAIT BUDGETS ARE MEASURED IN ELAPSED MILLISECONDS (VIA
      * ASKTIME), NOT LOOP ITERATIONS - A CANCELED DELAY COSTS NO
      * TIME, SO COUNTING ITERATIONS WOULD LET SPURIOUS WAKE-UPS
      * BURN THE INACTIVITY BUDGET AND THE BLITZ SHOT CLOCK EARLY
      * THE THREE BUDGETS, THE FOUR CT-RATING- AND THE TWO CT-PIN-
      * VALUES BELOW ARE OPERATOR TUNING PARAMETERS: 7075 SETS THEM
      * FROM T21_TUNING_PARM (OR THEIR ZZPRM01 DEFAULTS, WHICH THESE
      * VALUES REPEAT) AS EACH TASK STARTS
           05 CT-INACTIVITY-MILLISECS        PIC S9(9) COMP
                                                       VALUE 100000.
           05 CT-BLITZ-MILLISECS             PIC S9(9) COMP
           05 CT-RATING-SWING                PIC S9(4) COMP VALUE 16.
           05 CT-RATING-SLOPE                PIC S9(4) COMP VALUE 25.
           05 CT-RATING-CAP                  PIC S9(4) COMP VALUE 31.
      * REGISTERED-NICK PIN GUESSING - THIS MANY WRONG PINS IN A ROW
      * LOCK THE NICK FOR CT-PIN-LOCK-MINUTES (SEE 7071)
           05 CT-PIN-MAX-ATTEMPTS            PIC S9(4) COMP VALUE 3.
           05 CT-PIN-LOCK-MINUTES            PIC S9(4) COMP VALUE 15.
      * DB2 DEADLOCK (-911) / TIMEOUT (-913) RETRIES - HOW MANY TIMES
      * ONE STATEMENT IS RETRIED, AND THE WAIT BEFORE THE FIRST RETRY
      * (EACH LATER ONE WAITS THAT MUCH LONGER AGAIN - SEE 9120)
           05 CT-DB2-MAX-RETRIES             PIC S9(4) COMP VALUE 3.
           05 CT-DB2-RETRY-MILLISECS         PIC S9(8) COMP VALUE 200.
       01 WS-DB2-ERROR.                                                 
           10 SW-SQLCODE                     PIC    S9(5).              
               88 SO-SQLCODE-OK              VALUE  000   100.          
               88 SO-7063-PARA               VALUE  '7063'.
               88 SO-7064-PARA               VALUE  '7064'.
               88 SO-7065-PARA               VALUE  '7065'.
               88 SO-7066-PARA               VALUE  '7066'.
               88 SO-7067-PARA               VALUE  '7067'.
               88 SO-7068-PARA               VALUE  '7068'.
               88 SO-7069-PARA               VALUE  '7069'.
               88 SO-7070-PARA               VALUE  '7070'.
               88 SO-7071-PARA               VALUE  '7071'.
               88 SO-7072-PARA               VALUE  '7072'.
               88 SO-7073-PARA               VALUE  '7073'.
               88 SO-7074-PARA               VALUE  '7074'.
               88 SO-7075-PARA               VALUE  '7075'.
               88 SO-7050-PARA               VALUE  '7050'.
               88 SO-7051-PARA               VALUE  '7051'.
               88 SO-7052-PARA               VALUE  '7052'.
              88 SO-FINAL-WITH-LEADERBOARD   VALUE '6'.
              88 SO-FINAL-WITH-SERIES        VALUE '7'.
              88 SO-FINAL-WITH-RECOVERY      VALUE '8'.
              88 SO-FINAL-WITH-PROFILE       VALUE '9'.
           05 SW-IF-FIRST-TIME               PIC X.               
              88 SO-FIRST-TIME               VALUE '1'.           
              88 SO-NOT-FIRST-TIME           VALUE '2'.           
           05 SW-SOLO-RESUME-FLAG            PIC X.
              88 SO-SOLO-RESUME-CHOSEN       VALUE 'X'.
              88 SO-SOLO-RESUME-EMPTY        VALUE LOW-VALUES SPACE '_'.
           05 SW-PROFILE-OPTION-FLAG         PIC X.
              88 SO-PROFILE-OPTION-CHOSEN    VALUE 'X'.
              88 SO-PROFILE-OPTION-EMPTY     VALUE LOW-VALUES SPACE '_'.
      * WHETHER 7067 FOUND A T04 ROW FOR THE PROFILE NICK
           05 SW-IF-PROFILE-ROW-FOUND        PIC X.
              88 SO-PROFILE-ROW-FOUND        VALUE '1'.
              88 SO-PROFILE-ROW-NOT-FOUND    VALUE '2'.
           05 SW-IF-SOLO-SAVE-FOUND          PIC X.
              88 SO-SOLO-SAVE-FOUND          VALUE '1'.
              88 SO-SOLO-SAVE-NOT-FOUND      VALUE '2'.
      * WHAT 7057 FOUND FOR THE NICK BEING SIGNED ON - A REGISTERED
      * NICK WITH THE WRONG (OR NO) PIN NEVER GETS PAST THE PROMPT.
      * A LOCKED NICK IS REFUSED WHATEVER THE PIN, SO IT ALSO READS
      * AS PIN-WRONG TO THE CALLERS OF 2296
           05 SW-WHAT-REGISTRY-SAYS          PIC X.
              88 SO-NICK-NOT-REGISTERED      VALUE '1'.
              88 SO-REGISTERED-PIN-OK        VALUE '2'.
              88 SO-REGISTERED-PIN-WRONG     VALUE '3' '4'.
              88 SO-REGISTERED-NICK-LOCKED   VALUE '4'.
      * THE T14 MAINTENANCE CONTROL AS 7059 LAST READ IT - DRAIN AND
      * CLOSED BOTH REFUSE NEW GAMES ONLINE, IN-FLIGHT GAMES FINISH
           05 SW-WHAT-SYSTEM-STATUS          PIC X.
              88 SO-SYSTEM-IS-OPEN           VALUE '1'.
              88 SO-SYSTEM-IS-DRAINING       VALUE '2'.
              88 SO-SYSTEM-IS-CLOSED         VALUE '3'.
      * THE RETRY LOOP AROUND ONE SQL STATEMENT (9110/9120)
           05 SW-DB2-CALL-STATE              PIC X.
              88 SO-DB2-CALL-PENDING         VALUE '1'.
              88 SO-DB2-CALL-DONE            VALUE '2'.
      * WHETHER THE UNIT OF WORK HOLDS A CHANGE NOT YET COMMITTED -
      * SET BY 9115, CLEARED BY 2223 AND 9100
           05 SW-UOW-STATE                   PIC X.
              88 SO-UOW-CLEAN                VALUE '1'.
              88 SO-UOW-HAS-WRITES           VALUE '2'.
      * WHETHER THE STATEMENT IN THE RETRY LOOP CHANGES DATA (9115)
           05 SW-DB2-CALL-KIND               PIC X.
              88 SO-DB2-CALL-READ            VALUE '1'.
              88 SO-DB2-CALL-WRITE           VALUE '2'.
           05 SW-REPLAY-GAME-FLAG            PIC X.
              88 SO-REPLAY-GAME-FOUND        VALUE '1'.
              88 SO-REPLAY-GAME-NOT-FOUND    VALUE '2'.
           05 WS-SPECTATE-TURN-TEXT        PIC X(30) VALUE SPACE.
           05 WS-SPECTATE-TURN-LEN         PIC S9(4) COMP VALUE 1.
           05 WS-USER-PIN                  PIC X(4)  VALUE SPACE.
      * THE NEW PIN OF A PIN CHANGE (THE OLD ONE IS WS-USER-PIN), AND
      * WHETHER 7057 FOUND THE NICK STILL INSIDE ITS LOCKOUT
           05 WS-USER-NEW-PIN              PIC X(4)  VALUE SPACE.
           05 WS-NICK-LOCKED-FLAG          PIC X     VALUE SPACE.
           05 WS-DB2-RETRY-COUNT           PIC S9(4) COMP VALUE 0.
           05 WS-DB2-RETRY-WAIT            PIC S9(8) COMP VALUE 0.
           05 WS-RANKED-FLAG               PIC X     VALUE SPACE.

           05 WS-TOUR-NEXT-ROUND           PIC S9(9) COMP VALUE 0.
           05 WS-REPLAY-FETCHED            PIC S9(4) COMP VALUE 0.
           05 WS-CHALLENGED-NICK           PIC X(30) VALUE SPACE.

      * THE PLAYER PROFILE SCREEN (2334) - 80-COLUMN LINES OF ONE
      * SEND TEXT, SO EVERY LINE STARTS AT THE LEFT EDGE
           05 WS-PROFILE-TEXT.
              10 WS-PROFILE-LINE           PIC X(80) OCCURS 21 TIMES.
           05 WS-PROFILE-LINE-TEXT         PIC X(80) VALUE SPACE.
           05 WS-PROFILE-FOOTER            PIC X(80) VALUE SPACE.
           05 WS-PROFILE-LINE-NO           PIC S9(4) COMP VALUE 0.
           05 WS-PROFILE-PTR               PIC S9(4) COMP VALUE 1.
           05 WS-PROFILE-MET               PIC S9(9) COMP VALUE 0.
           05 WS-PROFILE-WON               PIC S9(9) COMP VALUE 0.
           05 WS-PROFILE-LOST              PIC S9(9) COMP VALUE 0.
           05 WS-PROFILE-KEY-ED            PIC Z9.
           05 WS-PROFILE-PLAYED-ED         PIC ZZZZ9.
           05 WS-PROFILE-WON-ED            PIC ZZZZ9.
           05 WS-PROFILE-LOST-ED           PIC ZZZZ9.
           05 WS-PROFILE-FF-ED             PIC ZZZZ9.
           05 WS-PROFILE-ROUND-ED          PIC Z9.
           05 WS-PROFILE-LAST-RESULT       PIC X(4) VALUE SPACE.
           05 WS-PROFILE-KEY-NO            PIC S9(4) COMP VALUE 0.
      * ONE RECENT-GAME LINE, SEEN FROM THE PROFILE NICK'S SIDE
           05 WS-PROFILE-GAME-LINE.
              10 WS-PGL-KEY                PIC X(4).
              10 FILLER                    PIC X     VALUE SPACE.
              10 WS-PGL-OPPONENT           PIC X(30).
              10 FILLER                    PIC X     VALUE SPACE.
              10 WS-PGL-RESULT             PIC X(10).
              10 FILLER                    PIC X     VALUE SPACE.
              10 WS-PGL-TYPE               PIC X.
              10 FILLER                    PIC X(2)  VALUE SPACE.
              10 WS-PGL-TURNS              PIC ZZZ9.
              10 FILLER                    PIC X(2)  VALUE SPACE.
              10 WS-PGL-HIT-PCT            PIC ZZ9.
              10 FILLER                    PIC X(3)  VALUE '%  '.
              10 WS-PGL-ENDED              PIC X(10).

           05 WS-AMOUNT-OF-SHIPS           PIC S9(4) COMP VALUE 10.
           05 WS-SHIP-COUNTER              PIC S9(4) COMP VALUE 0.    
           05 WS-SCREEN-TABLE OCCURS 10 TIMES.                        
              88 SO-REGISTER-NICK-WAIT        VALUE '9'.
              88 SO-SAVE-NICK-WAIT            VALUE 'A'.
              88 SO-SOLO-RESUME-WAIT          VALUE 'B'.
              88 SO-PROFILE-NICK-WAIT         VALUE 'C'.
              88 SO-PROFILE-SHOWN             VALUE 'D'.
           05 WS-REPLAY-SHOT-PTR              PIC S9(4) COMP VALUE 0.
      * BEST-OF-3 REMATCH SERIES AGAINST THE SAME OPPONENT - THE
      * SCORE AND WHO TOOK THE LAST GAME (THE LOSER GETS FIRST TURN
      * TURN, SHOT, CHAT AND HISTORY ROW THE GAME WRITES. BLANK FOR
      * A GAME THAT PREDATES THE COLUMN
           05 WS-GAME-ID-C                    PIC X(16) VALUE SPACE.
      * '2' = THIS SINGLE-PLAYER GAME WAS PICKED UP FROM ITS T15 SAVE
      * SLOT (2315) - RECORDED ON THE T16 RESULT ROW AT GAME END
           05 SW-SOLO-RESUMED-C               PIC X VALUE '1'.
              88 SO-SOLO-FRESH-GAME           VALUE '1'.
              88 SO-SOLO-RESUMED-GAME         VALUE '2'.
           05 WS-CHALLENGE-CYCLE-COUNTER      PIC S9(4) COMP VALUE 0.
           05 WS-CHALLENGE-LIST-COUNT         PIC S9(4) COMP VALUE 0.
           05 WS-CHALLENGE-LIST-NICK          OCCURS 5 TIMES
              10 WS-COMPUTER-BOARD-LINE       PIC X(10).                
           05 WS-USER-BOARD                   OCCURS 10 TIMES.          
              10 WS-USER-BOARD-LINE           PIC X(10).                
      * THE GAMES THE PROFILE LISTED (7068), IN SCREEN ORDER - THEY
      * TRAVEL HERE SO THE PF KEY PRESSED ON THE PROFILE (2333)
      * REPLAYS THE GAME IT WAS SHOWN AGAINST, EVEN IF A GAME HAS
      * ENDED SINCE - THE LIST IS NEVER LOOKED UP AGAIN BY POSITION
           05 WS-PROFILE-GAME-NO              PIC S9(4) COMP VALUE 0.
           05 WS-PROFILE-PICKS.
              10 WS-PROFILE-PICK              OCCURS 10 TIMES.
                 15 WS-PROFILE-PICK-GAME-ID   PIC X(16).
                 15 WS-PROFILE-PICK-ENEMY     PIC X(30).
                                                                        
       LINKAGE SECTION.                                                 
       01 DFHCOMMAREA PIC X(966).
       PROCEDURE DIVISION USING DFHCOMMAREA.                            
           DISPLAY '((((((((((((((((  Z02332 PERFORMED ))))))))'        
           DISPLAY 'TYP DZIALANIA: (PO STARCIE)  ' SW-PROGRAM-MODE      
           DISPLAY '1000-INIT PERFORMED'                                
           INITIALIZE WS-VARIABLES                                      
           PERFORM 1005-IGNORE-CICS                                     
           SET SO-UOW-CLEAN TO TRUE
           PERFORM 7075-LOAD-PARAMETERS
           PERFORM 1010-CHECK-IF-FIRST-TIME                             
           .                                                            
      ******************************************************************
           IF SO-SAVE-NICK-WAIT OR SO-SOLO-RESUME-WAIT THEN
              PERFORM 2316-PROCESS-SOLO-KEY
           ELSE
      * THE PROFILE PROMPT AND THE PROFILE ITSELF OWN THE SCREEN THE
      * SAME WAY - ON THE PROFILE, PF4-PF13 OPEN THE REPLAY VIEWER
           IF SO-PROFILE-NICK-WAIT OR SO-PROFILE-SHOWN THEN
              PERFORM 2319-PROCESS-PROFILE-KEY
           ELSE
      * THE SPECTATOR STATES OWN THE SCREEN THE SAME WAY - STRICTLY
      * READ-ONLY, SO NONE OF THE GAME KEYS BELOW MAY FIRE EITHER
           IF SO-SPECTATE-NICK-WAIT OR SO-SPECTATE-ACTIVE THEN
           END-IF
           END-IF
           END-IF
           END-IF
           .
      ******************************************************************
      *                    2003-RECEIVE-MAP-FROM-USER
           IF SO-MODE-MULTIPLAYER AND SO-THIS-PLAYER-WIN THEN
              PERFORM 7036-INSERT-GAME-HISTORY
           END-IF
      * A GAME AGAINST THE COMPUTER GETS ITS OWN RESULT ROW, SO THE
      * DIFFICULTY LEVELS AND BOARD MODES CAN BE JUDGED (Z02342)
           IF SO-MODE-SINGLE-PLAYER THEN
              PERFORM 7066-INSERT-SOLO-RESULT
           END-IF
      * A MULTIPLAYER GAME LEFT A FULL T05_SHOT_HISTORY BEHIND, SO
      * OFFER THE SHOT-BY-SHOT REPLAY BEFORE THE TRANSACTION DIES -
      * 3005-SEND-BOX-SCORE-AND-TERMINATE KEEPS THE COMMAREA ALIVE
           MOVE CHOIC6I  TO SW-TOUR-OPTION-FLAG
           MOVE CHOIC7I  TO SW-REGISTER-OPTION-FLAG
           MOVE CHOIC8I  TO SW-SOLO-RESUME-FLAG
           MOVE CHOIC9I  TO SW-PROFILE-OPTION-FLAG

      * THE MAINTENANCE CONTROL COMES FIRST - WHEN OPS SET DRAIN (OR
      * CLOSED) NO NEW GAME OR MATCHMAKING STARTS FROM HERE, THOUGH
      * THE READ-ONLY CHOICES (LEADERBOARD, REPLAY, SPECTATE,
      * PROFILE) STAY UP AND IN-FLIGHT GAMES ARE NOT TOUCHED
           PERFORM 7059-GET-SYSTEM-STATUS
           IF NOT SO-SYSTEM-IS-OPEN AND
              (SO-SINGLEPLAYER-CHOSEN OR SO-MULTIPLAYER-CHOSEN OR
      * IF USER PLACED 'X' ONLY NEXT TO THE SOLO-RESUME OPTION -
      * PICK THE SAVED SINGLE-PLAYER GAME UP FROM ANY TERMINAL
              PERFORM 2314-ASK-FOR-SOLO-RESUME
           WHEN SO-PROFILE-OPTION-CHOSEN AND
                SO-SINGLEPLAYER-EMPTY AND SO-MULTIPLAYER-EMPTY
      * IF USER PLACED 'X' ONLY NEXT TO THE PROFILE OPTION - ASK FOR
      * THE NICK WHOSE RECORD SHOULD BE SHOWN
              PERFORM 2318-ASK-FOR-PROFILE-NICK
           WHEN  SO-MULTIPLAYER-CHOSEN AND  SO-SINGLEPLAYER-CHOSEN
      * IF USER PLACED 'X' NEXT TO THE BOTH OF MODES
              DISPLAY '2103 EVALAUTE1'
              MOVE RESUMEI TO SW-RESUME-FLAG
              MOVE PICKI   TO WS-USER-PICK-CHAR
              MOVE PINNI   TO WS-USER-PIN
              MOVE NPINI   TO WS-USER-NEW-PIN
      * A 3270 RETURNS UNTOUCHED FIELD POSITIONS AS NULLS AND THE
      * FIELD FILLER IS UNDERSCORES - NORMALIZE SO A BLANK PIN READS
      * AS BLANK
              INSPECT WS-USER-PIN REPLACING ALL LOW-VALUE BY SPACE
              INSPECT WS-USER-PIN REPLACING ALL '_' BY ' '
              INSPECT WS-USER-NEW-PIN REPLACING ALL LOW-VALUE BY SPACE
              INSPECT WS-USER-NEW-PIN REPLACING ALL '_' BY ' '
              PERFORM 2200-CHECK-EIBRESP
           END-IF
           .                                                            
             SYNCPOINT                                                  
           END-EXEC                                                     
           PERFORM 2200-CHECK-EIBRESP                                   
           SET SO-UOW-CLEAN TO TRUE
           .                                                            
      ******************************************************************
      *                  2224-ERROR-IF-ENEMY-INACTIVE                   
           MOVE   'SINGLE PLAYER'         TO MSG2O                      
           SET SO-MODE-SINGLE-PLAYER      TO TRUE                       
           SET SO-USER-CHOOSE-GAME-MODE   TO TRUE                       
      * A NEW GAME HAS NO NICK UNTIL IT IS SAVED (2313) AND WAS NOT
      * RESUMED - THE T16 RESULT ROW AT GAME END SAYS SO
           MOVE SPACE                     TO WS-MINE-NICK
           SET SO-SOLO-FRESH-GAME         TO TRUE
      * PARAGRAPH BELOW WILL DISPLAY A "SINGLE PLAYER MAP" TO THE       
      * USER, IT WILL ALSO PREPARE THE COMPUTER'S BOARD                 
                                                                        
      ******************************************************************
      *                 2286-ASK-FOR-REGISTER-NICK
      * MENU ENTRY POINT OF NICK ENROLLMENT - THE MP0236 NICK SCREEN
      * IS REUSED TO ASK FOR THE NICK AND ITS NEW PIN. THE SAME
      * SCREEN CHANGES THE PIN OF A REGISTERED NICK: OLD PIN IN THE
      * PIN FIELD, NEW ONE IN THE NEW-PIN FIELD (SEE 2288)
      ******************************************************************
       2286-ASK-FOR-REGISTER-NICK.
           DISPLAY '2286-ASK-FOR-REGISTER-NICK PERFORMED'
           MOVE LOW-VALUES TO MP0236O
           MOVE LOW-VALUES TO NICKA
           MOVE LOW-VALUES TO PINNA
           MOVE LOW-VALUES TO NPINA
           MOVE 'REGISTER: NICK + PIN (NEW PIN = CHANGE)' TO MSG3O
           PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
           .
      ******************************************************************
           .
      ******************************************************************
      *                 2288-PROCESS-REGISTER-ENTRY
      * A FILLED NEW-PIN FIELD MAKES THE ENTRY A PIN CHANGE - IT GOES
      * THROUGH THE SIGN-ON GATE WITH THE OLD PIN (SO THE WRONG-PIN
      * COUNT AND THE LOCKOUT APPLY) AND 2296 CHANGES THE PIN ONCE
      * THE OLD ONE MATCHES. OTHERWISE IT ENROLLS A NEW NICK
      ******************************************************************
       2288-PROCESS-REGISTER-ENTRY.
           DISPLAY '2288-PROCESS-REGISTER-ENTRY PERFORMED'
           PERFORM 2202-VALIDATE-USER-NICK
           IF SO-VALID-NICK THEN
             EVALUATE TRUE
             WHEN WS-USER-PIN = SPACE
               MOVE 'ENTER A PIN IN THE PIN FIELD TOO ' TO MSG3O
               PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
             WHEN WS-USER-NEW-PIN NOT = SPACE
               PERFORM 2296-CHECK-SIGNON-PIN
               EVALUATE TRUE
               WHEN SO-NICK-NOT-REGISTERED
                 MOVE 'NICK NOT REGISTERED - REGISTER IT FIRST '
                      TO MSG3O
                 PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
               WHEN SO-REGISTERED-PIN-OK
                 PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
               WHEN OTHER
      * 2296 ALREADY SENT THE WRONG-PIN OR LOCKED PROMPT BACK
                 CONTINUE
               END-EVALUATE
             WHEN OTHER
               PERFORM 7058-INSERT-NICK-REGISTRY
               PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
             END-EVALUATE
           ELSE
             PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
           END-IF
      * PAST THIS POINT WITH ITS OWN PIN (SO ONLY ITS OWNER EVER
      * GETS T04/T07 ROWS WRITTEN UNDER IT). UNREGISTERED NICKS PASS
      * UNCHANGED - CASUAL FIRST-COME-FIRST-SERVED PLAY STAYS AS IT
      * WAS. THE WRONG-PIN AND LOCKED PROMPTS ARE SENT FROM HERE;
      * CALLERS JUST TEST SW-WHAT-REGISTRY-SAYS. A GOOD OLD PIN WITH
      * THE NEW-PIN FIELD FILLED IN ALSO CHANGES THE PIN, FROM
      * WHICHEVER MP0236 PROMPT THE NICK IS SIGNING ON AT
      ******************************************************************
       2296-CHECK-SIGNON-PIN.
           PERFORM 7057-CHECK-NICK-REGISTRY
           EVALUATE TRUE
           WHEN SO-REGISTERED-NICK-LOCKED
             MOVE 'NICK LOCKED - WRONG PINS, TRY LATER '
                  TO MSG3O
             PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
           WHEN SO-REGISTERED-PIN-WRONG
             MOVE 'REGISTERED NICK - ENTER THE CORRECT PIN '
                  TO MSG3O
             PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
           WHEN SO-REGISTERED-PIN-OK AND WS-USER-NEW-PIN NOT = SPACE
             PERFORM 7073-CHANGE-NICK-PIN
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                 2289-BUILD-GAME-ID
           DISPLAY '2317 WS-GAME-ID-C: ' WS-GAME-ID-C
           .
      ******************************************************************
      *                 2318-ASK-FOR-PROFILE-NICK
      * MENU ENTRY POINT OF THE PLAYER PROFILE - THE MP0236 NICK
      * SCREEN IS REUSED TO ASK, SAME SHAPE AS 2275-ASK-FOR-REPLAY-NICK
      ******************************************************************
       2318-ASK-FOR-PROFILE-NICK.
           DISPLAY '2318-ASK-FOR-PROFILE-NICK PERFORMED'
           SET SO-PROFILE-NICK-WAIT TO TRUE
           MOVE LOW-VALUES TO MP0236O
           MOVE LOW-VALUES TO NICKA
           MOVE 'ENTER THE NICK WHOSE PROFILE TO SHOW ' TO MSG3O
           PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
           .
      ******************************************************************
      *                 2319-PROCESS-PROFILE-KEY
      * ALL ATTENTION KEYS WHILE THE PROFILE PROMPT OR THE PROFILE
      * OWNS THE SCREEN COME HERE (SEE 2002-MAKE-ACTION-BASED-ON-KEY)
      ******************************************************************
       2319-PROCESS-PROFILE-KEY.
           DISPLAY '2319-PROCESS-PROFILE-KEY PERFORMED'
           EVALUATE TRUE
           WHEN SO-PROFILE-NICK-WAIT AND EIBAID = DFHENTER
              PERFORM 2332-SHOW-THE-PROFILE
           WHEN SO-PROFILE-NICK-WAIT
              SET SO-FINAL-TERMINATION TO TRUE
           WHEN OTHER
              PERFORM 2333-REPLAY-FROM-PROFILE
           END-EVALUATE
           .
      ******************************************************************
      *                 2290-ASK-FOR-SPECTATE-NICK
      * MENU ENTRY POINT OF THE SPECTATOR - THE MP0236 NICK SCREEN IS
      * REUSED TO ASK FOR EITHER PLAYER OF THE GAME TO WATCH (THE
               CONTINUE
             ELSE
               PERFORM 7060-SAVE-SOLO-GAME
      * FROM NOW ON THE GAME BELONGS TO THIS NICK - ITS T16 RESULT
      * ROW IS FILED UNDER IT
               MOVE WS-USER-NICK  TO WS-MINE-NICK
               SET SO-REPLAY-NONE TO TRUE
               PERFORM 2115-MOVE-COMMAREA-TO-SCREEN
               PERFORM 2105-PROTECT-USER-FIELDS
             ELSE
               PERFORM 7062-LOAD-SOLO-GAME
               IF SO-SOLO-SAVE-FOUND THEN
                 MOVE WS-USER-NICK            TO WS-MINE-NICK
                 SET SO-SOLO-RESUMED-GAME     TO TRUE
                 SET SO-REPLAY-NONE           TO TRUE
                 SET SO-MODE-SINGLE-PLAYER    TO TRUE
                 SET SO-USER-CHOOSE-GAME-MODE TO TRUE
                                                                        
           .                                                            
      ******************************************************************
      *                 2332-SHOW-THE-PROFILE
      ******************************************************************
       2332-SHOW-THE-PROFILE.
           DISPLAY '2332-SHOW-THE-PROFILE PERFORMED'
           PERFORM 2202-VALIDATE-USER-NICK
           IF SO-VALID-NICK THEN
             MOVE WS-USER-NICK TO WS-MINE-NICK
             MOVE 'PF4-PF13 REPLAYS THAT GAME, ANY OTHER KEY ENDS'
                  TO WS-PROFILE-FOOTER
             PERFORM 2334-BUILD-THE-PROFILE
           ELSE
             PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
           END-IF
           .
      ******************************************************************
      *                 2333-REPLAY-FROM-PROFILE
      * PF4-PF13 ON THE PROFILE REPLAYS THE GAME LISTED AGAINST THAT
      * KEY - 7068 KEPT EACH LINE'S GAME_ID AND OPPONENT IN
      * WS-COMMAREA, WHICH 3010 RETURNED WITH THE PROFILE, SO THE
      * GAME SHOWN IS THE GAME REPLAYED. PF3 AND ANY OTHER KEY END
      * THE TRANSACTION, AS ON EVERY OTHER SCREEN
      ******************************************************************
       2333-REPLAY-FROM-PROFILE.
           DISPLAY '2333-REPLAY-FROM-PROFILE PERFORMED'
           MOVE 0 TO WS-PROFILE-KEY-NO
           EVALUATE EIBAID
           WHEN DFHPF4  MOVE 1  TO WS-PROFILE-KEY-NO
           WHEN DFHPF5  MOVE 2  TO WS-PROFILE-KEY-NO
           WHEN DFHPF6  MOVE 3  TO WS-PROFILE-KEY-NO
           WHEN DFHPF7  MOVE 4  TO WS-PROFILE-KEY-NO
           WHEN DFHPF8  MOVE 5  TO WS-PROFILE-KEY-NO
           WHEN DFHPF9  MOVE 6  TO WS-PROFILE-KEY-NO
           WHEN DFHPF10 MOVE 7  TO WS-PROFILE-KEY-NO
           WHEN DFHPF11 MOVE 8  TO WS-PROFILE-KEY-NO
           WHEN DFHPF12 MOVE 9  TO WS-PROFILE-KEY-NO
           WHEN DFHPF13 MOVE 10 TO WS-PROFILE-KEY-NO
           WHEN OTHER   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
           WHEN WS-PROFILE-KEY-NO = 0
             SET SO-FINAL-TERMINATION TO TRUE
           WHEN WS-PROFILE-KEY-NO > WS-PROFILE-GAME-NO
             MOVE 'NO GAME ON THAT KEY - PICK A LISTED PF KEY'
                  TO WS-PROFILE-FOOTER
             PERFORM 2334-BUILD-THE-PROFILE
           WHEN OTHER
      * A PRE-COLUMN T07 ROW CARRIES A BLANK GAME_ID, WHICH SCOPES
      * THE 7035 SHOT LOAD OVER THE EQUALLY BLANK LEGACY SHOT ROWS
             MOVE WS-PROFILE-PICK-ENEMY(WS-PROFILE-KEY-NO)
                  TO WS-ENEMY-NICK
             MOVE WS-PROFILE-PICK-GAME-ID(WS-PROFILE-KEY-NO)
                  TO WS-GAME-ID-C
             PERFORM 2270-START-THE-REPLAY
           END-EVALUATE
           .
      ******************************************************************
      *                 2334-BUILD-THE-PROFILE
      * LAYS OUT THE PROFILE OF WS-MINE-NICK - TOTALS AND RATING
      * FROM T04, THE LAST TEN GAMES AND THE MOST-MET OPPONENTS FROM
      * T07, THE BRACKET RESULTS FROM T12 - AND HANDS IT TO 3010. A
      * NICK WITH NO T04 ROW AND NO GAMES GOES BACK TO THE PROMPT
      ******************************************************************
       2334-BUILD-THE-PROFILE.
           DISPLAY '2334-BUILD-THE-PROFILE PERFORMED'
           MOVE SPACE TO WS-PROFILE-TEXT
           MOVE 0     TO WS-PROFILE-LINE-NO
           MOVE WS-MINE-NICK     TO WS-USER-NICK
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-MINE-NICK     TO WS-DB2-USER-NICK-TEXT
           MOVE WS-USER-NICK-LEN TO WS-DB2-USER-NICK-LEN
           PERFORM 7067-GET-PROFILE-TOTALS
           PERFORM 7068-LIST-PROFILE-GAMES
           IF SO-PROFILE-ROW-NOT-FOUND AND WS-PROFILE-GAME-NO = 0 THEN
             SET SO-PROFILE-NICK-WAIT TO TRUE
             MOVE 'NO GAMES RECORDED FOR THIS NICK ' TO MSG3O
             PERFORM 2201-SEND-THE-FIRST-MULTI-MAP
           ELSE
             PERFORM 7069-LIST-HEAD-TO-HEAD
             PERFORM 7070-LIST-TOUR-RESULTS
             MOVE WS-PROFILE-FOOTER TO
                  WS-PROFILE-LINE(CT-PROFILE-LINES)
             SET SO-PROFILE-SHOWN TO TRUE
      * A DB2 ERROR ON THE WAY ALREADY CHOSE THE RECOVERY SCREEN
             IF NOT SO-FINAL-WITH-RECOVERY THEN
               SET SO-FINAL-WITH-PROFILE TO TRUE
             END-IF
           END-IF
           .
      ******************************************************************
      *                 2335-ADD-PROFILE-LINE
      * MOVES WS-PROFILE-LINE-TEXT INTO THE NEXT FREE PROFILE LINE -
      * THE LAST LINE IS KEPT FOR THE KEY HELP
      ******************************************************************
       2335-ADD-PROFILE-LINE.
           IF WS-PROFILE-LINE-NO < CT-PROFILE-LINES - 1 THEN
             ADD 1 TO WS-PROFILE-LINE-NO
             MOVE WS-PROFILE-LINE-TEXT TO
                  WS-PROFILE-LINE(WS-PROFILE-LINE-NO)
           END-IF
           MOVE SPACE TO WS-PROFILE-LINE-TEXT
           .
      ******************************************************************
      *                 2336-APPLY-PARAMETER-ROW
      * A T21 ROW OVERRIDES ITS DEFAULT ONLY WHEN IT IS INSIDE THE
      * ZZPRM01 RANGE - THE CONSOLE REFUSES ANYTHING ELSE, SO A ROW
      * OUTSIDE IT WAS SET BY HAND AND IS REPORTED AND IGNORED. A NAME
      * NOT IN THE CATALOG IS NOT THIS PROGRAM'S BUSINESS
      ******************************************************************
       2336-APPLY-PARAMETER-ROW.
           PERFORM VARYING PRM-SUB FROM 1 BY 1
                   UNTIL PRM-SUB > PRM-ENTRY-COUNT
                      OR PRM-NAME(PRM-SUB) = T21-PARM-NAME
             CONTINUE
           END-PERFORM
           IF PRM-SUB <= PRM-ENTRY-COUNT THEN
             IF T21-PARM-VALUE >= PRM-LOWEST(PRM-SUB) AND
                T21-PARM-VALUE <= PRM-HIGHEST(PRM-SUB) THEN
               MOVE T21-PARM-VALUE TO PRM-VALUE(PRM-SUB)
               SET PRM-FROM-TABLE(PRM-SUB) TO TRUE
             ELSE
               DISPLAY 'TUNING PARAMETER ' T21-PARM-NAME
                       ' OUT OF RANGE IN T21 - DEFAULT USED'
             END-IF
           END-IF
           .
      ******************************************************************
      *                       3000-FINAL                                
      ******************************************************************
       3000-FINAL.                                                      
             PERFORM 3008-SEND-SERIES-AND-TERMINATE
           WHEN SO-FINAL-WITH-RECOVERY
             PERFORM 3009-SEND-RECOVERY-AND-TERMINATE
           WHEN SO-FINAL-WITH-PROFILE
             PERFORM 3010-SEND-PROFILE-AND-WAIT
           WHEN OTHER
             PERFORM 3006-SEND-ERROR-WHEN-OTHER
           END-EVALUATE
           END-EXEC
           .
      ******************************************************************
      *            3010-SEND-PROFILE-AND-WAIT
      * SHOWS THE PROFILE BUILT BY 2334, SAME SEND TEXT AS 3007 - BUT
      * THE NEXT KEY HAS TO COME BACK TO THIS PROGRAM, SO PF4-PF13
      * CAN OPEN THE REPLAY OF THE GAME LISTED ON IT (2333)
      ******************************************************************
       3010-SEND-PROFILE-AND-WAIT.
           DISPLAY '3010 PROFILE OF: ' WS-MINE-NICK
           EXEC CICS
             SEND TEXT FROM(WS-PROFILE-TEXT)
             ERASE
           END-EXEC
           EXEC CICS
             RETURN TRANSID('0227')
             COMMAREA(WS-COMMAREA)
           END-EXEC
           .
      ******************************************************************
      *                 3006-SEND-ERROR-WHEN-OTHER
      ******************************************************************
       3006-SEND-ERROR-WHEN-OTHER.                                      
           MOVE WS-USER-NICK     TO T01-PLAYER-NICK-TEXT
           PERFORM 2210-GET-NICK-LENGTH                                 
           MOVE WS-USER-NICK-LEN TO T01-PLAYER-NICK-LEN                 
           SET SO-7001-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T01_PLAYERS_NICKS(PLAYER_NICK, LAST_UPDATED)
                        VALUES(:T01-PLAYER-NICK, CURRENT TIMESTAMP)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           SET SO-USER-DIDNT-PROVIDE-NICK TO TRUE                       
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
      * AN ORDINARY COLUMN - AN ORDER BY MAY NOT CONTAIN A
      * SCALAR-FULLSELECT, SO THE RATING CANNOT BE LOOKED UP INSIDE
      * THE SORT KEY ITSELF
           SET SO-7003-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
                SELECT A.PLAYER_NICK
                INTO :T01-PLAYER-NICK
                FROM T01_PLAYERS_NICKS A
                     LEFT OUTER JOIN T04_LEADERBOARD B
                     ON B.PLAYER_NICK = A.PLAYER_NICK
                WHERE A.PLAYER_NICK <> :WS-USER-NICK
                ORDER BY ABS(COALESCE(B.RATING, :CT-RATING-BASE)
                             - :WS-MY-RATING)
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
           DISPLAY '7004 PERFORMED'                                     
           MOVE WS-USER-NICK TO T01-PLAYER-NICK-TEXT                    
           MOVE LENGTH OF WS-USER-NICK TO T01-PLAYER-NICK-LEN           
           SET SO-7004-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T01_PLAYERS_NICKS WHERE
                 PLAYER_NICK = :WS-USER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           IF SO-SQLCODE-NORMAL THEN                                    
             PERFORM 2223-CICS-SYNCPOINT                                
           MOVE SPACE                   TO T02-GAME-BOARD-TEXT          
           MOVE 100                     TO T02-GAME-BOARD-LEN           
           MOVE WS-GAME-ID-C TO T02-GAME-ID
           SET SO-7006-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
              INSERT INTO T02_BATTLESHIP_BOARD(
                              FIRST_PLAYER
                             ,SECOND_PLAYER
                             ,GAME_BOARD
                             ,GAME_ID
                             ,LAST_UPDATED)

                            VALUES(
                             :T02-FIRST-PLAYER
                            ,:T02-SECOND-PLAYER
                            ,:T02-GAME-BOARD
                            ,:T02-GAME-ID
                            ,CURRENT TIMESTAMP)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE  
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
           MOVE LENGTH OF WS-ENEMY-NICK TO T02-FIRST-PLAYER-LEN         
           DISPLAY 'T02-FIRST-PLYAER: '    T02-FIRST-PLAYER-TEXT        
           DISPLAY 'T02-SECOND-PLAYER: '  T02-SECOND-PLAYER-TEXT        
           SET SO-7007-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT "A"
                  INTO :WS-DUMMY-VALUE
                FROM T02_BATTLESHIP_BOARD
                WHERE FIRST_PLAYER = :T02-FIRST-PLAYER
                AND SECOND_PLAYER = :T02-SECOND-PLAYER
                FETCH FIRST ROW ONLY

             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE        
           WHEN SO-SQLCODE-NORMAL                                       
           MOVE WS-USER-NICK-LEN TO T03-PLAYER-WITH-TURN-LEN
           MOVE SW-BLITZ-MODE-C  TO T03-BLITZ-MODE
           MOVE WS-GAME-ID-C     TO T03-GAME-ID
           SET SO-7008-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T03_BATTLESHIP_MAIN_TABLE(FIRST_PLAYER,
                    SECOND_PLAYER,PLAYER_WITH_TURN,BLITZ_MODE,
                    GAME_ID,LAST_UPDATED)
                VALUES(
                    :T02-FIRST-PLAYER,
                    :T02-SECOND-PLAYER,
                    :T03-PLAYER-WITH-TURN,
                    :T03-BLITZ-MODE,
                    :T03-GAME-ID,
                    CURRENT TIMESTAMP)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           IF SO-SQLCODE-NORMAL THEN  
                                                                      
      * AND SECOIND PLAYER EQUAL TO OUR FIRST PLAYER                  
      ****************************************************************
       7009-DELT-MAIN-IF-OTHER-EXIST.                                 
           SET SO-7009-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
                DELETE  T03_BATTLESHIP_MAIN_TABLE
                 WHERE
                     FIRST_PLAYER = :T02-FIRST-PLAYER
                        AND
                     SECOND_PLAYER = :T02-SECOND-PLAYER
                    AND EXISTS
                    (
                       SELECT FIRST_PLAYER
                        FROM T03_BATTLESHIP_MAIN_TABLE
                        WHERE FIRST_PLAYER = :T02-SECOND-PLAYER
                                AND
                           SECOND_PLAYER = :T02-FIRST-PLAYER
                    )

             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           EVALUATE TRUE                                              
           WHEN SO-SQLCODE-NORMAL                                     
           WHEN SO-SQLCODE-NOT-FOUND                                  
           INITIALIZE T03-PLAYER-WITH-TURN
           MOVE SW-BLITZ-MODE-C TO T03-BLITZ-MODE
           MOVE WS-GAME-ID-C    TO T03-GAME-ID
           SET SO-7010-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT PLAYER_WITH_TURN, BLITZ_MODE, GAME_ID
                INTO :T03-PLAYER-WITH-TURN, :T03-BLITZ-MODE,
                     :T03-GAME-ID

               FROM T03_BATTLESHIP_MAIN_TABLE
               WHERE (FIRST_PLAYER = :T03-FIRST-PLAYER
                                AND
                     SECOND_PLAYER = :T03-SECOND-PLAYER )
                                OR
                     (FIRST_PLAYER = :T03-SECOND-PLAYER
                                AND
                     SECOND_PLAYER = :T03-FIRST-PLAYER  )
               FETCH FIRST ROW ONLY

             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                                                                        
           END-IF                                                       
           INITIALIZE  T02-GAME-BOARD                                   
           SET SO-7011-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
                SELECT GAME_BOARD
                 INTO :T02-GAME-BOARD

                FROM T02_BATTLESHIP_BOARD
                WHERE FIRST_PLAYER  = :T02-FIRST-PLAYER
                AND  SECOND_PLAYER = :T02-SECOND-PLAYER

             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
                                                                        
           DISPLAY '7012 FIRST PLAYER: ' T03-FIRST-PLAYER               
           DISPLAY '7012 SECOND PLAYER: ' T03-SECOND-PLAYER             
           SET SO-7012-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
              UPDATE  T03_BATTLESHIP_MAIN_TABLE
              SET PLAYER_WITH_TURN = :WS-USER-NAME
                 ,LAST_UPDATED = CURRENT TIMESTAMP
              WHERE
              (  FIRST_PLAYER = :T03-FIRST-PLAYER
                      AND
                 SECOND_PLAYER = :T03-SECOND-PLAYER  )
                     OR
              (  FIRST_PLAYER = :T03-SECOND-PLAYER
                      AND
                 SECOND_PLAYER = :T03-FIRST-PLAYER   )
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SQLCODE-FORMAT                               
           DISPLAY '7012 SQLCODE FORMAT: ' SQLCODE-FORMAT               
           MOVE SQLCODE TO SW-SQLCODE                                   
           MOVE WS-ENEMY-NICK TO WS-USER-NICK                           
           PERFORM 2210-GET-NICK-LENGTH                                 
           MOVE WS-USER-NICK-LEN TO T02-SECOND-PLAYER-LEN               
           SET SO-7013-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T02_BATTLESHIP_BOARD
                WHERE FIRST_PLAYER = :T02-FIRST-PLAYER
                            AND
                    SECOND_PLAYER = :T02-SECOND-PLAYER
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           IF NOT SO-SQLCODE-NORMAL THEN                                
             SET SO-7013-PARA TO TRUE                                   
           DISPLAY '7016 PERFORMED: '                                   
           DISPLAY '7016 FIRST: '  T02-FIRST-PLAYER-TEXT                
           DISPLAY '7016 SECOND: ' T02-SECOND-PLAYER-TEXT               
           SET SO-7016-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T02_BATTLESHIP_BOARD
                 SET GAME_BOARD = :T02-GAME-BOARD
                    ,LAST_UPDATED = CURRENT TIMESTAMP

               WHERE FIRST_PLAYER  = :T02-FIRST-PLAYER
               AND  SECOND_PLAYER = :T02-SECOND-PLAYER

             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           IF NOT SO-SQLCODE-NORMAL THEN                                
             SET SO-7016-PARA TO TRUE                                   
      *                                                                 
      ******************************************************************
       7018-DELETE-FROM-BOARD-TABLE.                                    
           SET SO-7018-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T02_BATTLESHIP_BOARD
                WHERE FIRST_PLAYER = :T01-PLAYER-NICK
                 OR  SECOND_PLAYER = :T01-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
      *                                                                 
      ******************************************************************
       7019-DELETE-GAME-MAIN-TABLE.                                     
           SET SO-7019-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T03_BATTLESHIP_MAIN_TABLE
                WHERE FIRST_PLAYER = :T01-PLAYER-NICK
                 OR  SECOND_PLAYER = :T01-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
      * THIS TABLE WILL BE CLEAR                                        
      ******************************************************************
       7021-DELETE-FROM-NICK-TABLE. 
           SET SO-7021-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T01_PLAYERS_NICKS WHERE
                 PLAYER_NICK = :WS-DB2-ENEMY-NICK
                             OR
                 PLAYER_NICK = :WS-DB2-USER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
                                                                        
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
       7022-DELETE-FROM-BOARD-TABLE.                                    
           MOVE WS-DB2-ENEMY-NICK  TO T02-FIRST-PLAYER                  
           MOVE WS-DB2-USER-NICK   TO T02-SECOND-PLAYER                 
            SET SO-7022-PARA TO TRUE
            PERFORM 9115-START-DB2-WRITE
            PERFORM UNTIL SO-DB2-CALL-DONE
              EXEC SQL
                 DELETE T02_BATTLESHIP_BOARD
                 WHERE
                       FIRST_PLAYER  = :T02-FIRST-PLAYER
                 OR    FIRST_PLAYER  = :T02-SECOND-PLAYER
                 OR    SECOND_PLAYER = :T02-FIRST-PLAYER
                 OR    SECOND_PLAYER = :T02-SECOND-PLAYER
              END-EXEC
              PERFORM 9120-CHECK-DB2-RETRY
            END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL
      *                 7023-DELETE-FROM-MAIN-TABLE                     
      ******************************************************************
       7023-DELETE-FROM-MAIN-TABLE.                                     
           SET SO-7023-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE  T03_BATTLESHIP_MAIN_TABLE
                 WHERE
                         FIRST_PLAYER  = :T02-FIRST-PLAYER
                   OR    FIRST_PLAYER  = :T02-SECOND-PLAYER
                   OR    SECOND_PLAYER = :T02-FIRST-PLAYER
                   OR    SECOND_PLAYER = :T02-SECOND-PLAYER
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE                                   
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       

           EVALUATE TRUE
           WHEN SO-LEADERBOARD-WIN
             SET SO-7024-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T04_LEADERBOARD
                    SET GAMES_PLAYED = GAMES_PLAYED + 1,
                        GAMES_WON    = GAMES_WON + 1
                  WHERE PLAYER_NICK  = :T04-PLAYER-NICK
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
           WHEN SO-LEADERBOARD-LOSS
             SET SO-7024-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T04_LEADERBOARD
                    SET GAMES_PLAYED = GAMES_PLAYED + 1,
                        GAMES_LOST   = GAMES_LOST + 1
                  WHERE PLAYER_NICK  = :T04-PLAYER-NICK
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
           END-EVALUATE

           MOVE SQLCODE TO SW-SQLCODE
      * RIGHT AFTERWARDS FOR THE GAME THAT CREATED THE ROW
           MOVE CT-RATING-BASE TO T04-RATING
           MOVE 0              TO T04-GAMES-FORFEITED
           SET SO-7025-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T04_LEADERBOARD
                 (PLAYER_NICK, GAMES_PLAYED, GAMES_WON, GAMES_LOST,
                  GAMES_FORFEITED, RATING)
                 VALUES (:T04-PLAYER-NICK, :T04-GAMES-PLAYED,
                         :T04-GAMES-WON, :T04-GAMES-LOST,
                         :T04-GAMES-FORFEITED, :T04-RATING)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
                ORDER BY L.GAMES_WON DESC
           END-EXEC

           SET SO-7026-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN LEADERBOARD-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           MOVE WS-USER-NICK-LEN TO T02-FIRST-PLAYER-LEN
           INITIALIZE T02-SECOND-PLAYER

           SET SO-7027-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT SECOND_PLAYER
                 INTO :T02-SECOND-PLAYER
                 FROM T02_BATTLESHIP_BOARD
                WHERE FIRST_PLAYER = :T02-FIRST-PLAYER
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           MOVE WS-COLUMN-POSITION TO T05-SHOT-COLUMN
           MOVE SW-TYPE-OF-SHOT    TO T05-SHOT-RESULT
           MOVE WS-GAME-ID-C       TO T05-GAME-ID
           MOVE SW-BOARD-SIZE-C    TO T05-BOARD-MODE

      * THE SEQUENCE IS SCOPED TO THIS GAME'S IDENTIFIER, SO IT NO
      * LONGER RUNS ON ACROSS SUCCESSIVE GAMES OF THE SAME PAIR (A
      * BLANK IDENTIFIER SCOPES OVER THE PRE-COLUMN LEGACY ROWS)
           SET SO-7028-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT COUNT(*) + 1
                 INTO :T05-SHOT-SEQUENCE
                 FROM T05_SHOT_HISTORY
                WHERE ((FIRST_PLAYER  = :T05-FIRST-PLAYER
                  AND   SECOND_PLAYER = :T05-SECOND-PLAYER)
                   OR  (FIRST_PLAYER  = :T05-SECOND-PLAYER
                  AND   SECOND_PLAYER = :T05-FIRST-PLAYER))
                  AND GAME_ID = :T05-GAME-ID
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
             SET SO-7028-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           ELSE
             SET SO-7028-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 INSERT INTO T05_SHOT_HISTORY
                   (FIRST_PLAYER, SECOND_PLAYER, SHOT_SEQUENCE,
                    SHOT_ROW, SHOT_COLUMN, SHOT_RESULT, GAME_ID,
                    BOARD_MODE)
                   VALUES (:T05-FIRST-PLAYER, :T05-SECOND-PLAYER,
                           :T05-SHOT-SEQUENCE, :T05-SHOT-ROW,
                           :T05-SHOT-COLUMN, :T05-SHOT-RESULT,
                           :T05-GAME-ID, :T05-BOARD-MODE)
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM

             MOVE SQLCODE TO SW-SQLCODE
             IF NOT SO-SQLCODE-NORMAL THEN
                WHERE PLAYER_NICK <> :WS-USER-NICK
           END-EXEC

           SET SO-7029-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN WAITING-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      ******************************************************************
       7030-SEARCH-FOR-CHOSEN-PLAYER.
           INITIALIZE T01-PLAYER-NICK
           SET SO-7030-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
                SELECT PLAYER_NICK
                INTO :T01-PLAYER-NICK
                FROM T01_PLAYERS_NICKS
                WHERE PLAYER_NICK = :WS-CHALLENGED-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           MOVE CHATI        TO T06-CHAT-TEXT
           MOVE WS-GAME-ID-C TO T06-GAME-ID

           SET SO-7031-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T06_CHAT_MESSAGE
                  SET CHAT_TEXT     = :T06-CHAT-TEXT,
                      GAME_ID       = :T06-GAME-ID
                WHERE FIRST_PLAYER  = :T06-FIRST-PLAYER
                  AND SECOND_PLAYER = :T06-SECOND-PLAYER
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
      * THE UPDATE THERE FOUND NO EXISTING ROW.
      ******************************************************************
       7032-INSERT-CHAT-MESSAGE.
           SET SO-7032-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T06_CHAT_MESSAGE
                 (FIRST_PLAYER, SECOND_PLAYER, CHAT_TEXT, GAME_ID)
                 VALUES (:T06-FIRST-PLAYER, :T06-SECOND-PLAYER,
                         :T06-CHAT-TEXT, :T06-GAME-ID)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           MOVE WS-MINE-NICK     TO T06-SECOND-PLAYER-TEXT
           MOVE WS-USER-NICK-LEN TO T06-SECOND-PLAYER-LEN

           SET SO-7033-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT CHAT_TEXT
                 INTO :T06-CHAT-TEXT
                 FROM T06_CHAT_MESSAGE
                WHERE FIRST_PLAYER  = :T06-FIRST-PLAYER
                  AND SECOND_PLAYER = :T06-SECOND-PLAYER
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
                ORDER BY GAME_ENDED DESC
           END-EXEC

           SET SO-7034-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN REPLGAME-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           INITIALIZE T05-FIRST-PLAYER T05-SECOND-PLAYER
           INITIALIZE T05-GAME-ID

           SET SO-7034-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT FIRST_PLAYER, SECOND_PLAYER, GAME_ID
                 INTO :T05-FIRST-PLAYER, :T05-SECOND-PLAYER,
                      :T05-GAME-ID
                 FROM T05_SHOT_HISTORY
                WHERE FIRST_PLAYER  = :WS-DB2-USER-NICK
                   OR SECOND_PLAYER = :WS-DB2-USER-NICK
                ORDER BY SHOT_SEQUENCE DESC
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
                ORDER BY SHOT_SEQUENCE
           END-EXEC

           SET SO-7035-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN REPLAY-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      ******************************************************************
       7040-SET-GAME-BLITZ-MODE.
           DISPLAY '7040-SET-GAME-BLITZ-MODE PERFORMED'
           SET SO-7040-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
              UPDATE  T03_BATTLESHIP_MAIN_TABLE
              SET BLITZ_MODE = '2'
              WHERE
              (  FIRST_PLAYER = :T02-FIRST-PLAYER
                      AND
                 SECOND_PLAYER = :T02-SECOND-PLAYER  )
                     OR
              (  FIRST_PLAYER = :T02-SECOND-PLAYER
                      AND
                 SECOND_PLAYER = :T02-FIRST-PLAYER   )
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           WHEN SO-SQLCODE-NOT-FOUND
             PERFORM 2223-CICS-SYNCPOINT
           MOVE WS-ENEMY-NICK    TO WS-DB2-ENEMY-NICK-TEXT
           MOVE WS-USER-NICK-LEN TO WS-DB2-ENEMY-NICK-LEN

           SET SO-7041-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T06_CHAT_MESSAGE
                WHERE (FIRST_PLAYER  = :WS-DB2-USER-NICK
                  AND  SECOND_PLAYER = :WS-DB2-ENEMY-NICK)
                   OR (FIRST_PLAYER  = :WS-DB2-ENEMY-NICK
                  AND  SECOND_PLAYER = :WS-DB2-USER-NICK)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           MOVE SW-RESULT-TYPE-C         TO T07-RESULT-TYPE
           MOVE WS-GAME-ID-C             TO T07-GAME-ID

           SET SO-7036-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T07_GAME_HISTORY
                 (FIRST_PLAYER, SECOND_PLAYER, WINNER_NICK,
                  GAME_STARTED, GAME_ENDED, TURNS_TAKEN,
                  FIRST_SHOTS, FIRST_HITS, FIRST_HIT_PCT,
                  SECOND_SHOTS, SECOND_HITS, SECOND_HIT_PCT,
                  RESULT_TYPE, GAME_ID)
                 VALUES (:T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                         :T07-WINNER-NICK, :T07-GAME-STARTED,
                         CURRENT TIMESTAMP, :T07-TURNS-TAKEN,
                         :T07-FIRST-SHOTS, :T07-FIRST-HITS,
                         :T07-FIRST-HIT-PCT, :T07-SECOND-SHOTS,
                         :T07-SECOND-HITS, :T07-SECOND-HIT-PCT,
                         :T07-RESULT-TYPE, :T07-GAME-ID)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           END-EVALUATE
           .
      *****************************************************************
      *               7066-INSERT-SOLO-RESULT
      * THE T16 ROW OF THE SINGLE-PLAYER GAME THAT JUST ENDED, FROM
      * THE BOX SCORE 2066 HAS JUST TALLIED. A FAILED INSERT ONLY
      * COSTS THE STATISTIC - THE PLAYER STILL GETS THE BOX SCORE
      ******************************************************************
       7066-INSERT-SOLO-RESULT.
           DISPLAY '7066-INSERT-SOLO-RESULT PERFORMED'
           MOVE WS-MINE-NICK     TO WS-USER-NICK
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-MINE-NICK     TO T16-PLAYER-NICK-TEXT
           MOVE WS-USER-NICK-LEN TO T16-PLAYER-NICK-LEN

           MOVE SW-COMPUTER-DIFFICULTY-C TO T16-DIFFICULTY
           MOVE SW-BOARD-SIZE-C          TO T16-BOARD-MODE
           MOVE WS-TURNS-TAKEN           TO T16-TURNS-TAKEN
           MOVE WS-BOX-SHOTS-FIRED       TO T16-SHOTS-FIRED
           MOVE WS-BOX-HITS              TO T16-HITS
           MOVE WS-BOX-HIT-PERCENT       TO T16-HIT-PCT
           IF SO-USER-WON THEN
             MOVE 'P' TO T16-WINNER
           ELSE
             MOVE 'C' TO T16-WINNER
           END-IF
           IF SO-SOLO-RESUMED-GAME THEN
             MOVE 'Y' TO T16-RESUMED
           ELSE
             MOVE 'N' TO T16-RESUMED
           END-IF

           SET SO-7066-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T16_SOLO_RESULT
                 (PLAYER_NICK, GAME_ENDED, DIFFICULTY, BOARD_MODE,
                  TURNS_TAKEN, SHOTS_FIRED, HITS, HIT_PCT,
                  WINNER, RESUMED)
                 VALUES (:T16-PLAYER-NICK, CURRENT TIMESTAMP,
                         :T16-DIFFICULTY, :T16-BOARD-MODE,
                         :T16-TURNS-TAKEN, :T16-SHOTS-FIRED,
                         :T16-HITS, :T16-HIT-PCT,
                         :T16-WINNER, :T16-RESUMED)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             PERFORM 2223-CICS-SYNCPOINT
           WHEN OTHER
      * ONLY REPORTED - THE ERROR SCREEN WOULD TAKE THE BOX SCORE
      * AWAY FROM THE PLAYER FOR THE SAKE OF A STATISTIC
             MOVE SW-SQLCODE TO SQLCODE-FORMAT
             MOVE SQLERRMC   TO WS-SQLERRMC
             DISPLAY 'SOLO RESULT ROW NOT WRITTEN, SQLCODE: '
                     SQLCODE-FORMAT
             DISPLAY 'SQLERRMC: ' WS-SQLERRMC
           END-EVALUATE
           .
      *****************************************************************
      *               7037-GET-CURRENT-TIMESTAMP
      * STAMPS WS-GAME-START-TS WITH THE DB2 CLOCK SO THE START AND
      * END TIMESTAMPS OF A T07 ROW COME FROM THE SAME CLOCK
      ******************************************************************
       7037-GET-CURRENT-TIMESTAMP.
           SET SO-7037-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-GAME-START-TS
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
       7042-UPDATE-SKILL-RATING.
           DISPLAY '7042-UPDATE-SKILL-RATING PERFORMED'
           MOVE CT-RATING-BASE TO WS-MY-RATING
           SET SO-7042-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT RATING
                 INTO :WS-MY-RATING
                 FROM T04_LEADERBOARD
                WHERE PLAYER_NICK = :WS-RATED-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-OK
           END-EVALUATE

           MOVE CT-RATING-BASE TO WS-OPPONENT-RATING
           SET SO-7042-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT RATING
                 INTO :WS-OPPONENT-RATING
                 FROM T04_LEADERBOARD
                WHERE PLAYER_NICK = :WS-RATED-OPP-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           END-IF
           DISPLAY '7042 NEW RATING: ' WS-MY-RATING

           SET SO-7042-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T04_LEADERBOARD
                  SET RATING = :WS-MY-RATING
                WHERE PLAYER_NICK = :WS-RATED-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-OK
      ******************************************************************
       7043-GET-OWN-RATING.
           MOVE CT-RATING-BASE TO WS-MY-RATING
           SET SO-7043-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT RATING
                 INTO :WS-MY-RATING
                 FROM T04_LEADERBOARD
                WHERE PLAYER_NICK = :WS-USER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      ******************************************************************
       7044-GET-SPECTATE-BOARD.
           INITIALIZE T02-GAME-BOARD
           SET SO-7044-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
                SELECT GAME_BOARD
                 INTO :T02-GAME-BOARD
                FROM T02_BATTLESHIP_BOARD
                WHERE FIRST_PLAYER  = :T02-FIRST-PLAYER
                AND  SECOND_PLAYER = :T02-SECOND-PLAYER
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           MOVE WS-USER-NICK-LEN TO T03-SECOND-PLAYER-LEN
           INITIALIZE T03-PLAYER-WITH-TURN

           SET SO-7045-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT PLAYER_WITH_TURN
                INTO :T03-PLAYER-WITH-TURN
               FROM T03_BATTLESHIP_MAIN_TABLE
               WHERE (FIRST_PLAYER = :T03-FIRST-PLAYER
                                AND
                     SECOND_PLAYER = :T03-SECOND-PLAYER )
                                OR
                     (FIRST_PLAYER = :T03-SECOND-PLAYER
                                AND
                     SECOND_PLAYER = :T03-FIRST-PLAYER  )
               FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           MOVE WS-ENEMY-NICK    TO T04-PLAYER-NICK-TEXT
           MOVE WS-USER-NICK-LEN TO T04-PLAYER-NICK-LEN

           SET SO-7046-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T04_LEADERBOARD
                  SET GAMES_PLAYED    = GAMES_PLAYED + 1,
                      GAMES_LOST      = GAMES_LOST + 1,
                      GAMES_FORFEITED = GAMES_FORFEITED + 1
                WHERE PLAYER_NICK     = :T04-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           MOVE 1 TO T04-GAMES-FORFEITED
           MOVE CT-RATING-BASE TO T04-RATING

           SET SO-7047-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T04_LEADERBOARD
                 (PLAYER_NICK, GAMES_PLAYED, GAMES_WON, GAMES_LOST,
                  GAMES_FORFEITED, RATING)
                 VALUES (:T04-PLAYER-NICK, :T04-GAMES-PLAYED,
                         :T04-GAMES-WON, :T04-GAMES-LOST,
                         :T04-GAMES-FORFEITED, :T04-RATING)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
      *               7057-CHECK-NICK-REGISTRY
      * LOOKS WS-USER-NICK UP IN T13_NICK_REGISTRY AND JUDGES THE
      * PIN THE USER TYPED (WS-USER-PIN) - SEE 2296 FOR WHO ACTS ON
      * THE ANSWER. A BLANK PIN NEVER MATCHES A REGISTERED NICK.
      * A NICK INSIDE ITS LOCKOUT IS REFUSED WITHOUT LOOKING AT THE
      * PIN (AND THE REFUSAL AUDITED). A WRONG PIN IS COUNTED BY
      * 7071; A BLANK ONE IS NOT A GUESS AND ONLY GETS THE PROMPT,
      * SO A CASUAL PLAYER TYPING A TAKEN NICK CANNOT LOCK ITS OWNER
      * OUT. A GOOD PIN CLEARS THE COUNT
      ******************************************************************
       7057-CHECK-NICK-REGISTRY.
           SET SO-NICK-NOT-REGISTERED TO TRUE
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-USER-NICK-LEN TO T13-PLAYER-NICK-LEN
           INITIALIZE T13-NICK-PIN
           INITIALIZE T13-FAILED-ATTEMPTS
           MOVE 'N' TO WS-NICK-LOCKED-FLAG

           SET SO-7057-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT NICK_PIN, FAILED_ATTEMPTS,
                      CASE WHEN LOCKED_UNTIL > CURRENT TIMESTAMP
                           THEN 'Y' ELSE 'N' END
                 INTO :T13-NICK-PIN, :T13-FAILED-ATTEMPTS,
                      :WS-NICK-LOCKED-FLAG
                 FROM T13_NICK_REGISTRY
                WHERE PLAYER_NICK = :T13-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             EVALUATE TRUE
             WHEN WS-NICK-LOCKED-FLAG = 'Y'
               SET SO-REGISTERED-NICK-LOCKED TO TRUE
               MOVE 'R' TO T19-EVENT-TYPE
               PERFORM 7074-INSERT-SIGNON-AUDIT
               IF SO-SQLCODE-NORMAL THEN
                 PERFORM 2223-CICS-SYNCPOINT
               END-IF
             WHEN WS-USER-PIN = SPACE
               SET SO-REGISTERED-PIN-WRONG TO TRUE
             WHEN WS-USER-PIN = T13-NICK-PIN
               SET SO-REGISTERED-PIN-OK TO TRUE
               IF T13-FAILED-ATTEMPTS > 0 THEN
                 PERFORM 7072-CLEAR-PIN-FAILURES
               END-IF
             WHEN OTHER
               PERFORM 7071-RECORD-PIN-FAILURE
             END-EVALUATE
           WHEN SO-SQLCODE-NOT-FOUND
             SET SO-NICK-NOT-REGISTERED TO TRUE
           WHEN OTHER
           MOVE WS-USER-NICK-LEN TO T13-PLAYER-NICK-LEN
           MOVE WS-USER-PIN      TO T13-NICK-PIN

           SET SO-7058-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T13_NICK_REGISTRY
                 (PLAYER_NICK, NICK_PIN, REGISTERED_TS)
                 VALUES (:T13-PLAYER-NICK, :T13-NICK-PIN,
                         CURRENT TIMESTAMP)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           END-EVALUATE
           .
      *****************************************************************
      *               7071-RECORD-PIN-FAILURE
      * COUNTS ONE MORE WRONG PIN AGAINST THE NICK 7057 JUST READ.
      * THE CT-PIN-MAX-ATTEMPTS-TH IN A ROW LOCKS THE NICK FOR
      * CT-PIN-LOCK-MINUTES AND STARTS THE COUNT AGAIN, SO THE NEXT
      * LOCKOUT NEEDS AS MANY FRESH GUESSES. EITHER WAY THE EVENT IS
      * AUDITED AND COMMITTED AT ONCE - A FAILED SIGN-ON MUST STAY
      * COUNTED WHATEVER THE REST OF THE TASK DOES
      ******************************************************************
       7071-RECORD-PIN-FAILURE.
           ADD 1 TO T13-FAILED-ATTEMPTS
           IF T13-FAILED-ATTEMPTS >= CT-PIN-MAX-ATTEMPTS THEN
             SET SO-REGISTERED-NICK-LOCKED TO TRUE
             MOVE 'L' TO T19-EVENT-TYPE
             SET SO-7071-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T13_NICK_REGISTRY
                    SET FAILED_ATTEMPTS = 0,
                        LOCKED_UNTIL    = CURRENT TIMESTAMP +
                                          :CT-PIN-LOCK-MINUTES MINUTES
                  WHERE PLAYER_NICK = :T13-PLAYER-NICK
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
           ELSE
             SET SO-REGISTERED-PIN-WRONG TO TRUE
             MOVE 'F' TO T19-EVENT-TYPE
             SET SO-7071-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T13_NICK_REGISTRY
                    SET FAILED_ATTEMPTS = :T13-FAILED-ATTEMPTS
                  WHERE PLAYER_NICK = :T13-PLAYER-NICK
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             PERFORM 7074-INSERT-SIGNON-AUDIT
             IF SO-SQLCODE-NORMAL THEN
               PERFORM 2223-CICS-SYNCPOINT
             END-IF
           WHEN OTHER
             SET SO-7071-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      *****************************************************************
      *               7072-CLEAR-PIN-FAILURES
      * A GOOD PIN WIPES THE WRONG-PIN COUNT OF THE NICK 7057 READ
      ******************************************************************
       7072-CLEAR-PIN-FAILURES.
           SET SO-7072-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T13_NICK_REGISTRY
                  SET FAILED_ATTEMPTS = 0
                WHERE PLAYER_NICK = :T13-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-OK
             CONTINUE
           WHEN OTHER
             SET SO-7072-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      *****************************************************************
      *               7073-CHANGE-NICK-PIN
      * REPLACES THE PIN OF THE NICK 7057 HAS JUST PASSED WITH ITS OLD
      * PIN BY WS-USER-NEW-PIN, AUDITS THE CHANGE AND COMMITS IT
      ******************************************************************
       7073-CHANGE-NICK-PIN.
           MOVE WS-USER-NEW-PIN TO T13-NICK-PIN
           MOVE 0               TO T13-FAILED-ATTEMPTS
           SET SO-7073-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T13_NICK_REGISTRY
                  SET NICK_PIN        = :T13-NICK-PIN,
                      FAILED_ATTEMPTS = 0
                WHERE PLAYER_NICK = :T13-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             MOVE 'C' TO T19-EVENT-TYPE
             PERFORM 7074-INSERT-SIGNON-AUDIT
             IF SO-SQLCODE-NORMAL THEN
               PERFORM 2223-CICS-SYNCPOINT
               MOVE 'PIN CHANGED - KEEP THE NEW PIN SAFE ' TO MSG3O
             END-IF
           WHEN OTHER
             SET SO-7073-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      *****************************************************************
      *               7074-INSERT-SIGNON-AUDIT
      * ONE T19_SIGNON_AUDIT ROW FOR THE NICK 7057 READ - THE CALLER
      * SETS T19-EVENT-TYPE AND COMMITS (SEE T19TABS FOR THE TYPES)
      ******************************************************************
       7074-INSERT-SIGNON-AUDIT.
           MOVE T13-PLAYER-NICK     TO T19-PLAYER-NICK
           MOVE EIBTRMID            TO T19-TERMINAL-ID
           MOVE T13-FAILED-ATTEMPTS TO T19-FAILED-ATTEMPTS
           SET SO-7074-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T19_SIGNON_AUDIT
                 (AUDIT_TS, PLAYER_NICK, EVENT_TYPE, TERMINAL_ID,
                  FAILED_ATTEMPTS)
                 VALUES (CURRENT TIMESTAMP, :T19-PLAYER-NICK,
                         :T19-EVENT-TYPE, :T19-TERMINAL-ID,
                         :T19-FAILED-ATTEMPTS)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-7074-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      *****************************************************************
      *               7075-LOAD-PARAMETERS
      * READS THE OPERATOR-SET T21_TUNING_PARM VALUES OVER THE ZZPRM01
      * DEFAULTS AND SETS THE GAME-TIMING, RATING AND PIN CONSTANTS
      * FROM THEM, ONCE PER TASK. A MISSING ROW LEAVES THE DEFAULT IN
      * FORCE, AND SO DOES AN UNREADABLE TABLE - THAT IS ONLY
      * DISPLAYED, A PARAMETER PROBLEM MUST NEVER TAKE THE GAME DOWN
      ******************************************************************
       7075-LOAD-PARAMETERS.
           PERFORM VARYING PRM-SUB FROM 1 BY 1
                   UNTIL PRM-SUB > PRM-ENTRY-COUNT
             MOVE PRM-DEFAULT(PRM-SUB) TO PRM-VALUE(PRM-SUB)
             SET PRM-FROM-DEFAULT(PRM-SUB) TO TRUE
           END-PERFORM

           EXEC SQL
             DECLARE TUNEPARM-CSR CURSOR FOR
               SELECT PARM_NAME, PARM_VALUE
                 FROM T21_TUNING_PARM
           END-EXEC

           SET SO-7075-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN TUNEPARM-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
             MOVE SW-SQLCODE TO SQLCODE-FORMAT
             DISPLAY 'TUNING PARAMETERS NOT READ, SQLCODE: '
                     SQLCODE-FORMAT ' - DEFAULTS USED'
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-IF

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH TUNEPARM-CSR
                 INTO :T21-PARM-NAME, :T21-PARM-VALUE
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               PERFORM 2336-APPLY-PARAMETER-ROW
             WHEN OTHER
               MOVE SW-SQLCODE TO SQLCODE-FORMAT
               DISPLAY 'TUNING PARAMETERS NOT ALL READ, SQLCODE: '
                       SQLCODE-FORMAT ' - DEFAULTS USED FOR THE REST'
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE TUNEPARM-CSR
           END-EXEC

           MOVE PRM-VALUE(PRM-IX-INACTIVITY-MS)
                                TO CT-INACTIVITY-MILLISECS
           MOVE PRM-VALUE(PRM-IX-BLITZ-MS)
                                TO CT-BLITZ-MILLISECS
           MOVE PRM-VALUE(PRM-IX-MATCHMAKE-MS)
                                TO CT-MATCHMAKE-MILLISECS
           MOVE PRM-VALUE(PRM-IX-RATING-BASE)
                                TO CT-RATING-BASE
           MOVE PRM-VALUE(PRM-IX-RATING-SWING)
                                TO CT-RATING-SWING
           MOVE PRM-VALUE(PRM-IX-RATING-SLOPE)
                                TO CT-RATING-SLOPE
           MOVE PRM-VALUE(PRM-IX-RATING-CAP)
                                TO CT-RATING-CAP
           MOVE PRM-VALUE(PRM-IX-PIN-MAX-ATTEMPTS)
                                TO CT-PIN-MAX-ATTEMPTS
           MOVE PRM-VALUE(PRM-IX-PIN-LOCK-MINUTES)
                                TO CT-PIN-LOCK-MINUTES
           .
      *****************************************************************
      *               7059-GET-SYSTEM-STATUS
      * READS THE SINGLE T14_SYSTEM_STATUS ROW THE OPERATOR CONSOLE
      * MAINTAINS - NO ROW AT ALL, OR ANY VALUE BUT DRAIN/CLOSED,
       7059-GET-SYSTEM-STATUS.
           SET SO-SYSTEM-IS-OPEN TO TRUE
           INITIALIZE T14-STATUS-CODE
           SET SO-7059-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT STATUS_CODE
                 INTO :T14-STATUS-CODE
                 FROM T14_SYSTEM_STATUS
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           MOVE WS-COMPUTER-LAST-COLUMN-POS TO T15-COMP-LAST-COL
           MOVE SW-WHAT-COMPUTER-SHOULD-DO  TO T15-COMP-HUNT-MODE

           SET SO-7060-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T15_SAVED_GAME
                  SET USER_BOARD     = :T15-USER-BOARD,
                      COMP_BOARD     = :T15-COMP-BOARD,
                      WHOSE_TURN     = :T15-WHOSE-TURN,
                      DIFFICULTY     = :T15-DIFFICULTY,
                      BOARD_MODE     = :T15-BOARD-MODE,
                      TURNS_TAKEN    = :T15-TURNS-TAKEN,
                      COMP_LAST_ROW  = :T15-COMP-LAST-ROW,
                      COMP_LAST_COL  = :T15-COMP-LAST-COL,
                      COMP_HUNT_MODE = :T15-COMP-HUNT-MODE,
                      SAVED_TS       = CHAR(CURRENT TIMESTAMP)
                WHERE PLAYER_NICK    = :T15-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      * UPDATE THERE FOUND NO EXISTING SLOT
      ******************************************************************
       7061-INSERT-SOLO-GAME.
           SET SO-7061-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T15_SAVED_GAME
                 (PLAYER_NICK, USER_BOARD, COMP_BOARD, WHOSE_TURN,
                  DIFFICULTY, BOARD_MODE, TURNS_TAKEN, COMP_LAST_ROW,
                  COMP_LAST_COL, COMP_HUNT_MODE, SAVED_TS)
                 VALUES (:T15-PLAYER-NICK, :T15-USER-BOARD,
                         :T15-COMP-BOARD, :T15-WHOSE-TURN,
                         :T15-DIFFICULTY, :T15-BOARD-MODE,
                         :T15-TURNS-TAKEN, :T15-COMP-LAST-ROW,
                         :T15-COMP-LAST-COL, :T15-COMP-HUNT-MODE,
                         CHAR(CURRENT TIMESTAMP))
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-USER-NICK-LEN TO T15-PLAYER-NICK-LEN

           SET SO-7062-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT USER_BOARD, COMP_BOARD, WHOSE_TURN, DIFFICULTY,
                      BOARD_MODE, TURNS_TAKEN, COMP_LAST_ROW,
                      COMP_LAST_COL, COMP_HUNT_MODE
                 INTO :T15-USER-BOARD, :T15-COMP-BOARD,
                      :T15-WHOSE-TURN, :T15-DIFFICULTY,
                      :T15-BOARD-MODE, :T15-TURNS-TAKEN,
                      :T15-COMP-LAST-ROW, :T15-COMP-LAST-COL,
                      :T15-COMP-HUNT-MODE
                 FROM T15_SAVED_GAME
                WHERE PLAYER_NICK = :T15-PLAYER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-USER-NICK-LEN TO T02-SECOND-PLAYER-LEN

           SET SO-7063-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T02_BATTLESHIP_BOARD
                  SET GAME_ID       = :T02-GAME-ID
                WHERE FIRST_PLAYER  = :T02-FIRST-PLAYER
                  AND SECOND_PLAYER = :T02-SECOND-PLAYER
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-OK
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-USER-NICK-LEN TO T03-SECOND-PLAYER-LEN

           SET SO-7064-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T03_BATTLESHIP_MAIN_TABLE
                  SET GAME_ID = :T03-GAME-ID
                WHERE (FIRST_PLAYER  = :T03-FIRST-PLAYER
                  AND  SECOND_PLAYER = :T03-SECOND-PLAYER)
                   OR (FIRST_PLAYER  = :T03-SECOND-PLAYER
                  AND  SECOND_PLAYER = :T03-FIRST-PLAYER)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-OK
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-USER-NICK-LEN TO T02-SECOND-PLAYER-LEN

           SET SO-7064-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T02_BATTLESHIP_BOARD
                  SET GAME_ID       = :T02-GAME-ID
                WHERE FIRST_PLAYER  = :T02-FIRST-PLAYER
                  AND SECOND_PLAYER = :T02-SECOND-PLAYER
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-OK
       7050-GET-TOUR-STATUS.
           MOVE 'C' TO T10-TOUR-STATUS
           MOVE 0   TO T10-CURRENT-ROUND
           SET SO-7050-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT TOUR_STATUS, CURRENT_ROUND
                 INTO :T10-TOUR-STATUS, :T10-CURRENT-ROUND
                 FROM T10_TOUR_CONTROL
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
           PERFORM 2210-GET-NICK-LENGTH
           MOVE WS-USER-NICK-LEN TO T11-PLAYER-NICK-LEN

           SET SO-7051-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT COUNT(*) + 1
                 INTO :T11-SEED-NUMBER
                 FROM T11_TOUR_ENTRY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
             SET SO-7051-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           ELSE
             SET SO-7051-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 INSERT INTO T11_TOUR_ENTRY
                   (PLAYER_NICK, SEED_NUMBER, SIGNUP_TS)
                   VALUES (:T11-PLAYER-NICK, :T11-SEED-NUMBER,
                           CURRENT TIMESTAMP)
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NORMAL
           MOVE WS-USER-NICK-LEN TO T11-PLAYER-NICK-LEN
           INITIALIZE T12-FIRST-PLAYER T12-SECOND-PLAYER

           SET SO-7052-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT ROUND_NO, MATCH_NO, FIRST_PLAYER, SECOND_PLAYER,
                      MATCH_STATUS
                 INTO :T12-ROUND-NO, :T12-MATCH-NO, :T12-FIRST-PLAYER,
                      :T12-SECOND-PLAYER, :T12-MATCH-STATUS
                 FROM T12_TOUR_MATCH
                WHERE (FIRST_PLAYER  = :T11-PLAYER-NICK
                   OR  SECOND_PLAYER = :T11-PLAYER-NICK)
                  AND (MATCH_STATUS = 'O' OR MATCH_STATUS = 'P')
                ORDER BY ROUND_NO
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             MOVE WS-ENEMY-NICK    TO WS-DB2-ENEMY-NICK-TEXT
             MOVE WS-USER-NICK-LEN TO WS-DB2-ENEMY-NICK-LEN

             SET SO-7053-PARA TO TRUE
             PERFORM 9110-START-DB2-CALL
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 SELECT ROUND_NO, MATCH_NO
                   INTO :T12-ROUND-NO, :T12-MATCH-NO
                   FROM T12_TOUR_MATCH
                  WHERE MATCH_STATUS = 'O'
                    AND ((FIRST_PLAYER  = :WS-DB2-USER-NICK
                     AND  SECOND_PLAYER = :WS-DB2-ENEMY-NICK)
                      OR (FIRST_PLAYER  = :WS-DB2-ENEMY-NICK
                     AND  SECOND_PLAYER = :WS-DB2-USER-NICK))
                  FETCH FIRST ROW ONLY
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NORMAL
               SET SO-7053-PARA TO TRUE
               PERFORM 9115-START-DB2-WRITE
               PERFORM UNTIL SO-DB2-CALL-DONE
                 EXEC SQL
                   UPDATE T12_TOUR_MATCH
                      SET WINNER_NICK  = :T12-WINNER-NICK,
                          MATCH_STATUS = 'F'
                    WHERE ROUND_NO = :T12-ROUND-NO
                      AND MATCH_NO = :T12-MATCH-NO
                 END-EXEC
                 PERFORM 9120-CHECK-DB2-RETRY
               END-PERFORM
               MOVE SQLCODE TO SW-SQLCODE
               IF SO-SQLCODE-OK THEN
                 PERFORM 2223-CICS-SYNCPOINT
      * - T11 IS ONLY CLEARED WHEN THE NEXT TOURNAMENT'S SIGNUPS
      * OPEN, SO IT IS STILL ON FILE HERE
           MOVE 0 TO WS-TOUR-ENTRY-COUNT
           SET SO-7054-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TOUR-ENTRY-COUNT
                 FROM T11_TOUR_ENTRY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
             SET SO-7054-PARA TO TRUE
           IF T12-MATCH-NO = 1 AND
              WS-TOUR-POW >= WS-TOUR-ENTRY-COUNT THEN
      * THAT WAS THE FINAL - THE BRACKET IS DONE
             SET SO-7065-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T10_TOUR_CONTROL
                    SET TOUR_STATUS = 'F',
                        UPDATED_TS  = CHAR(CURRENT TIMESTAMP)
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             IF SO-SQLCODE-OK THEN
               PERFORM 2223-CICS-SYNCPOINT

             IF WS-TOUR-REM = 1 THEN
               DISPLAY '7065 WINNER TAKES THE FIRST SLOT'
               SET SO-7065-PARA TO TRUE
               PERFORM 9115-START-DB2-WRITE
               PERFORM UNTIL SO-DB2-CALL-DONE
                 EXEC SQL
                   UPDATE T12_TOUR_MATCH
                      SET FIRST_PLAYER = :T12-WINNER-NICK
                    WHERE ROUND_NO = :WS-TOUR-NEXT-ROUND
                      AND MATCH_NO = :WS-TOUR-NEXT-MATCH
                 END-EXEC
                 PERFORM 9120-CHECK-DB2-RETRY
               END-PERFORM
             ELSE
               DISPLAY '7065 WINNER TAKES THE SECOND SLOT'
               SET SO-7065-PARA TO TRUE
               PERFORM 9115-START-DB2-WRITE
               PERFORM UNTIL SO-DB2-CALL-DONE
                 EXEC SQL
                   UPDATE T12_TOUR_MATCH
                      SET SECOND_PLAYER = :T12-WINNER-NICK
                    WHERE ROUND_NO = :WS-TOUR-NEXT-ROUND
                      AND MATCH_NO = :WS-TOUR-NEXT-MATCH
                 END-EXEC
                 PERFORM 9120-CHECK-DB2-RETRY
               END-PERFORM
             END-IF
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
               ELSE
                 MOVE T12-WINNER-NICK TO T12-SECOND-PLAYER
               END-IF
               SET SO-7065-PARA TO TRUE
               PERFORM 9115-START-DB2-WRITE
               PERFORM UNTIL SO-DB2-CALL-DONE
                 EXEC SQL
                   INSERT INTO T12_TOUR_MATCH
                     (ROUND_NO, MATCH_NO, FIRST_PLAYER, SECOND_PLAYER,
                      WINNER_NICK, MATCH_STATUS)
                     VALUES (:WS-TOUR-NEXT-ROUND, :WS-TOUR-NEXT-MATCH,
                             :T12-FIRST-PLAYER, :T12-SECOND-PLAYER,
                             '', 'P')
                 END-EXEC
                 PERFORM 9120-CHECK-DB2-RETRY
               END-PERFORM
               MOVE SQLCODE TO SW-SQLCODE
               IF NOT SO-SQLCODE-NORMAL THEN
                 SET SO-7065-PARA TO TRUE
             END-EVALUATE

      * BOTH SLOTS IN - THE NEXT-ROUND MATCH IS READY TO PLAY
             SET SO-7065-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T12_TOUR_MATCH
                    SET MATCH_STATUS = 'O'
                  WHERE ROUND_NO = :WS-TOUR-NEXT-ROUND
                    AND MATCH_NO = :WS-TOUR-NEXT-MATCH
                    AND MATCH_STATUS = 'P'
                    AND LENGTH(FIRST_PLAYER)  > 0
                    AND LENGTH(SECOND_PLAYER) > 0
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             IF NOT SO-SQLCODE-OK THEN
               SET SO-7065-PARA TO TRUE
                     (WS-TOUR-OTHER-MATCH - 1) * WS-TOUR-POW + 1
             IF WS-TOUR-SEED-BASE > WS-TOUR-ENTRY-COUNT THEN
               DISPLAY '7065 NO OTHER FEEDER - WALKOVER ONWARD'
               SET SO-7065-PARA TO TRUE
               PERFORM 9115-START-DB2-WRITE
               PERFORM UNTIL SO-DB2-CALL-DONE
                 EXEC SQL
                   UPDATE T12_TOUR_MATCH
                      SET WINNER_NICK  = :T12-WINNER-NICK,
                          MATCH_STATUS = 'W'
                    WHERE ROUND_NO = :WS-TOUR-NEXT-ROUND
                      AND MATCH_NO = :WS-TOUR-NEXT-MATCH
                      AND MATCH_STATUS = 'P'
                 END-EXEC
                 PERFORM 9120-CHECK-DB2-RETRY
               END-PERFORM
               MOVE SQLCODE TO SW-SQLCODE
               IF NOT SO-SQLCODE-OK THEN
                 SET SO-7065-PARA TO TRUE
               MOVE WS-TOUR-NEXT-MATCH TO T12-MATCH-NO
             ELSE
      * KEEP THE CONTROL ROW'S ROUND POINTER HONEST
               SET SO-7065-PARA TO TRUE
               PERFORM 9115-START-DB2-WRITE
               PERFORM UNTIL SO-DB2-CALL-DONE
                 EXEC SQL
                   UPDATE T10_TOUR_CONTROL
                      SET CURRENT_ROUND =
                          (SELECT MIN(ROUND_NO)
                             FROM T12_TOUR_MATCH
                            WHERE MATCH_STATUS = 'O'
                               OR MATCH_STATUS = 'P'),
                          UPDATED_TS = CHAR(CURRENT TIMESTAMP)
                 END-EXEC
                 PERFORM 9120-CHECK-DB2-RETRY
               END-PERFORM
               MOVE SQLCODE TO SW-SQLCODE
               IF SO-SQLCODE-OK THEN
                 PERFORM 2223-CICS-SYNCPOINT
           END-IF
           .
      *****************************************************************
      *               7067-GET-PROFILE-TOTALS
      * THE FIRST TWO PROFILE LINES - THE NICK'S T04 FIGURES. A NICK
      * WITHOUT A T04 ROW SHOWS ZEROES AND THE STARTING RATING
      ******************************************************************
       7067-GET-PROFILE-TOTALS.
           SET SO-PROFILE-ROW-NOT-FOUND TO TRUE
           MOVE 0              TO T04-GAMES-PLAYED T04-GAMES-WON
                                  T04-GAMES-LOST T04-GAMES-FORFEITED
           MOVE CT-RATING-BASE TO T04-RATING
           SET SO-7067-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT GAMES_PLAYED, GAMES_WON, GAMES_LOST,
                      GAMES_FORFEITED, RATING
                 INTO :T04-GAMES-PLAYED, :T04-GAMES-WON,
                      :T04-GAMES-LOST, :T04-GAMES-FORFEITED,
                      :T04-RATING
                 FROM T04_LEADERBOARD
                WHERE PLAYER_NICK = :WS-DB2-USER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             SET SO-PROFILE-ROW-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
             MOVE CT-RATING-BASE TO T04-RATING
           WHEN OTHER
             SET SO-7067-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE

           STRING 'PLAYER PROFILE: '
                  WS-MINE-NICK(1:WS-USER-NICK-LEN)
             DELIMITED BY SIZE
             INTO WS-PROFILE-LINE-TEXT
           END-STRING
           PERFORM 2335-ADD-PROFILE-LINE
           MOVE T04-RATING          TO WS-RATING-ED
           MOVE T04-GAMES-PLAYED    TO WS-PROFILE-PLAYED-ED
           MOVE T04-GAMES-WON       TO WS-PROFILE-WON-ED
           MOVE T04-GAMES-LOST      TO WS-PROFILE-LOST-ED
           MOVE T04-GAMES-FORFEITED TO WS-PROFILE-FF-ED
           STRING 'RATING ' WS-RATING-ED
                  '   PLAYED ' WS-PROFILE-PLAYED-ED
                  '  WON ' WS-PROFILE-WON-ED
                  '  LOST ' WS-PROFILE-LOST-ED
                  '  FORFEITED ' WS-PROFILE-FF-ED
             DELIMITED BY SIZE
             INTO WS-PROFILE-LINE-TEXT
           END-STRING
           PERFORM 2335-ADD-PROFILE-LINE
           PERFORM 2335-ADD-PROFILE-LINE
           .
      *****************************************************************
      *               7068-LIST-PROFILE-GAMES
      * THE NICK'S LAST CT-PROFILE-GAMES T07 GAMES, NEWEST FIRST.
      * EACH LINE'S GAME_ID AND OPPONENT GO INTO WS-PROFILE-PICK SO
      * 2333 REPLAYS EXACTLY THE GAME SHOWN ON THAT KEY. T07
      * IS WRITTEN WINNER-FIRST, SO THE RESULT, THE OPPONENT AND THE
      * HIT PERCENTAGE DEPEND ON WHICH SIDE THE NICK IS ON (AND A
      * SETTLED DISPUTE'S VOID/OVERTURN MARK)
      ******************************************************************
       7068-LIST-PROFILE-GAMES.
           MOVE 0 TO WS-PROFILE-GAME-NO
           STRING 'KEY  OPPONENT                       '
                  'RESULT     T  TURN  HIT%  ENDED'
             DELIMITED BY SIZE
             INTO WS-PROFILE-LINE-TEXT
           END-STRING
           PERFORM 2335-ADD-PROFILE-LINE

           EXEC SQL
             DECLARE PROFGAME-CSR CURSOR FOR
               SELECT FIRST_PLAYER, SECOND_PLAYER, GAME_ENDED,
                      TURNS_TAKEN, FIRST_HIT_PCT, SECOND_HIT_PCT,
                      RESULT_TYPE, VOID_STATUS, GAME_ID
                 FROM T07_GAME_HISTORY
                WHERE FIRST_PLAYER  = :WS-DB2-USER-NICK
                   OR SECOND_PLAYER = :WS-DB2-USER-NICK
                ORDER BY GAME_ENDED DESC
           END-EXEC

           SET SO-7068-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN PROFGAME-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-7068-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
                   OR WS-PROFILE-GAME-NO >= CT-PROFILE-GAMES
             EXEC SQL
               FETCH PROFGAME-CSR
                 INTO :T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                      :T07-GAME-ENDED, :T07-TURNS-TAKEN,
                      :T07-FIRST-HIT-PCT, :T07-SECOND-HIT-PCT,
                      :T07-RESULT-TYPE, :T07-VOID-STATUS,
                      :T07-GAME-ID
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               ADD 1 TO WS-PROFILE-GAME-NO
               COMPUTE WS-PROFILE-KEY-ED = WS-PROFILE-GAME-NO + 3
               MOVE T07-GAME-ID TO
                    WS-PROFILE-PICK-GAME-ID(WS-PROFILE-GAME-NO)
               MOVE SPACE TO WS-PGL-KEY WS-PGL-OPPONENT WS-PGL-RESULT
               STRING 'PF' WS-PROFILE-KEY-ED
                 DELIMITED BY SIZE
                 INTO WS-PGL-KEY
               END-STRING
               IF T07-FIRST-PLAYER-TEXT(1:T07-FIRST-PLAYER-LEN) =
                  WS-MINE-NICK THEN
                 MOVE T07-SECOND-PLAYER-TEXT(1:T07-SECOND-PLAYER-LEN)
                      TO WS-PGL-OPPONENT
                 MOVE T07-FIRST-HIT-PCT  TO WS-PGL-HIT-PCT
                 EVALUATE T07-VOID-STATUS
                 WHEN 'V'
                   MOVE 'VOID'       TO WS-PGL-RESULT
                 WHEN 'O'
                   MOVE 'LOST (OVT)' TO WS-PGL-RESULT
                 WHEN OTHER
                   MOVE 'WON'        TO WS-PGL-RESULT
                 END-EVALUATE
               ELSE
                 MOVE T07-FIRST-PLAYER-TEXT(1:T07-FIRST-PLAYER-LEN)
                      TO WS-PGL-OPPONENT
                 MOVE T07-SECOND-HIT-PCT TO WS-PGL-HIT-PCT
                 EVALUATE T07-VOID-STATUS
                 WHEN 'V'
                   MOVE 'VOID'       TO WS-PGL-RESULT
                 WHEN 'O'
                   MOVE 'WON (OVT)'  TO WS-PGL-RESULT
                 WHEN OTHER
                   MOVE 'LOST'       TO WS-PGL-RESULT
                 END-EVALUATE
               END-IF
               MOVE WS-PGL-OPPONENT      TO
                    WS-PROFILE-PICK-ENEMY(WS-PROFILE-GAME-NO)
               MOVE T07-RESULT-TYPE      TO WS-PGL-TYPE
               MOVE T07-TURNS-TAKEN      TO WS-PGL-TURNS
               MOVE T07-GAME-ENDED(1:10) TO WS-PGL-ENDED
               MOVE WS-PROFILE-GAME-LINE TO WS-PROFILE-LINE-TEXT
               PERFORM 2335-ADD-PROFILE-LINE
             WHEN OTHER
               SET SO-7068-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE PROFGAME-CSR
           END-EXEC

           IF WS-PROFILE-GAME-NO = 0 THEN
             MOVE '     NO FINISHED MULTIPLAYER GAMES RECORDED'
                  TO WS-PROFILE-LINE-TEXT
             PERFORM 2335-ADD-PROFILE-LINE
           END-IF
           PERFORM 2335-ADD-PROFILE-LINE
           .
      *****************************************************************
      *               7069-LIST-HEAD-TO-HEAD
      * THE CT-PROFILE-OPPONENTS NICKS MET MOST OFTEN, WITH THE
      * NICK'S WINS AND LOSSES AGAINST EACH. A VOIDED GAME COUNTS AS
      * MET BUT FOR NEITHER SIDE, AN OVERTURNED ONE FOR ITS LOSER
      ******************************************************************
       7069-LIST-HEAD-TO-HEAD.
           MOVE 'HEAD TO HEAD - OPPONENTS MET MOST OFTEN:'
                TO WS-PROFILE-LINE-TEXT
           PERFORM 2335-ADD-PROFILE-LINE

           EXEC SQL
             DECLARE PROFH2H-CSR CURSOR FOR
               SELECT G.OPPONENT, COUNT(*), SUM(G.WON), SUM(G.LOST)
                 FROM (SELECT CASE WHEN FIRST_PLAYER =
                                        :WS-DB2-USER-NICK
                                   THEN SECOND_PLAYER
                                   ELSE FIRST_PLAYER END AS OPPONENT,
                              CASE WHEN (FIRST_PLAYER =
                                         :WS-DB2-USER-NICK
                                    AND VOID_STATUS = ' ')
                                     OR (SECOND_PLAYER =
                                         :WS-DB2-USER-NICK
                                    AND VOID_STATUS = 'O')
                                   THEN 1 ELSE 0 END AS WON,
                              CASE WHEN (SECOND_PLAYER =
                                         :WS-DB2-USER-NICK
                                    AND VOID_STATUS = ' ')
                                     OR (FIRST_PLAYER =
                                         :WS-DB2-USER-NICK
                                    AND VOID_STATUS = 'O')
                                   THEN 1 ELSE 0 END AS LOST
                         FROM T07_GAME_HISTORY
                        WHERE FIRST_PLAYER  = :WS-DB2-USER-NICK
                           OR SECOND_PLAYER = :WS-DB2-USER-NICK) G
                GROUP BY G.OPPONENT
                ORDER BY 2 DESC, 1
                FETCH FIRST 3 ROWS ONLY
           END-EXEC

           SET SO-7069-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN PROFH2H-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-7069-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           MOVE 0 TO WS-PROFILE-MET
           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH PROFH2H-CSR
                 INTO :T07-SECOND-PLAYER, :WS-PROFILE-MET,
                      :WS-PROFILE-WON, :WS-PROFILE-LOST
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               MOVE WS-PROFILE-MET  TO WS-PROFILE-PLAYED-ED
               MOVE WS-PROFILE-WON  TO WS-PROFILE-WON-ED
               MOVE WS-PROFILE-LOST TO WS-PROFILE-LOST-ED
               MOVE SPACE TO WS-PGL-OPPONENT
               MOVE T07-SECOND-PLAYER-TEXT(1:T07-SECOND-PLAYER-LEN)
                    TO WS-PGL-OPPONENT
               STRING '     ' WS-PGL-OPPONENT
                      ' MET ' WS-PROFILE-PLAYED-ED
                      '  WON ' WS-PROFILE-WON-ED
                      '  LOST ' WS-PROFILE-LOST-ED
                 DELIMITED BY SIZE
                 INTO WS-PROFILE-LINE-TEXT
               END-STRING
               PERFORM 2335-ADD-PROFILE-LINE
             WHEN OTHER
               SET SO-7069-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE PROFH2H-CSR
           END-EXEC

           IF WS-PROFILE-MET = 0 THEN
             MOVE '     NONE YET' TO WS-PROFILE-LINE-TEXT
             PERFORM 2335-ADD-PROFILE-LINE
           END-IF
           PERFORM 2335-ADD-PROFILE-LINE
           .
      *****************************************************************
      *               7070-LIST-TOUR-RESULTS
      * ONE LINE WITH THE NICK'S MATCHES IN THE T12 BRACKET, ROUND BY
      * ROUND. T12 ONLY EVER HOLDS THE LATEST TOURNAMENT (THE
      * CONSOLE CLEARS IT WHEN SIGNUPS REOPEN). WINNING THE LAST
      * MATCH OF A FINISHED TOURNAMENT MEANS WINNING THE FINAL
      ******************************************************************
       7070-LIST-TOUR-RESULTS.
           PERFORM 7050-GET-TOUR-STATUS
           MOVE SPACE TO WS-PROFILE-LAST-RESULT
           MOVE 1     TO WS-PROFILE-PTR
           STRING 'TOURNAMENT:' DELIMITED BY SIZE
             INTO WS-PROFILE-LINE-TEXT
             WITH POINTER WS-PROFILE-PTR
           END-STRING

           EXEC SQL
             DECLARE PROFTOUR-CSR CURSOR FOR
               SELECT ROUND_NO, WINNER_NICK, MATCH_STATUS
                 FROM T12_TOUR_MATCH
                WHERE FIRST_PLAYER  = :WS-DB2-USER-NICK
                   OR SECOND_PLAYER = :WS-DB2-USER-NICK
                ORDER BY ROUND_NO
           END-EXEC

           SET SO-7070-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN PROFTOUR-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-7070-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
      * THE OPEN FAILED - KEEP THE FETCH LOOP FROM TOUCHING THE
      * DEAD CURSOR AND RAISING A SECOND ERROR
             MOVE 100 TO SW-SQLCODE
           END-EVALUATE

           PERFORM UNTIL SO-SQLCODE-NOT-FOUND
             EXEC SQL
               FETCH PROFTOUR-CSR
                 INTO :T12-ROUND-NO, :T12-WINNER-NICK,
                      :T12-MATCH-STATUS
             END-EXEC
             MOVE SQLCODE TO SW-SQLCODE
             EVALUATE TRUE
             WHEN SO-SQLCODE-NOT-FOUND
               CONTINUE
             WHEN SO-SQLCODE-NORMAL
               EVALUATE TRUE
               WHEN T12-MATCH-STATUS = 'O'
                 MOVE 'PLAY' TO WS-PROFILE-LAST-RESULT
               WHEN T12-MATCH-STATUS = 'P'
                 MOVE 'WAIT' TO WS-PROFILE-LAST-RESULT
               WHEN T12-WINNER-NICK-LEN > 0 AND
                    T12-WINNER-NICK-TEXT(1:T12-WINNER-NICK-LEN) =
                    WS-MINE-NICK
                 MOVE 'WON'  TO WS-PROFILE-LAST-RESULT
               WHEN OTHER
                 MOVE 'LOST' TO WS-PROFILE-LAST-RESULT
               END-EVALUATE
               MOVE T12-ROUND-NO TO WS-PROFILE-ROUND-ED
               STRING ' ROUND' WS-PROFILE-ROUND-ED ' '
                      WS-PROFILE-LAST-RESULT
                 DELIMITED BY SIZE
                 INTO WS-PROFILE-LINE-TEXT
                 WITH POINTER WS-PROFILE-PTR
               END-STRING
             WHEN OTHER
               SET SO-7070-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
      * THE CURSOR IS DEAD - FORCE THE FETCH LOOP CLOSED SO A
      * PERSISTENT ERROR CANNOT SPIN HERE FOREVER
               MOVE 100 TO SW-SQLCODE
             END-EVALUATE
           END-PERFORM

           EXEC SQL
             CLOSE PROFTOUR-CSR
           END-EXEC

           EVALUATE TRUE
           WHEN WS-PROFILE-LAST-RESULT = SPACE
             STRING ' NOT IN THE LATEST BRACKET' DELIMITED BY SIZE
               INTO WS-PROFILE-LINE-TEXT
               WITH POINTER WS-PROFILE-PTR
             END-STRING
           WHEN WS-PROFILE-LAST-RESULT = 'WON' AND
                T10-TOUR-STATUS = 'F'
             STRING ' - CHAMPION' DELIMITED BY SIZE
               INTO WS-PROFILE-LINE-TEXT
               WITH POINTER WS-PROFILE-PTR
             END-STRING
           END-EVALUATE
           PERFORM 2335-ADD-PROFILE-LINE
           .
      *****************************************************************
      *                      9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
            SYNCPOINT ROLLBACK                            
           END-EXEC                                       
           PERFORM 2200-CHECK-EIBRESP                     
           SET SO-UOW-CLEAN TO TRUE
           .
      ******************************************************************
      *                9110-START-DB2-CALL
      * OPENS THE RETRY LOOP AROUND ONE SQL STATEMENT - THE CALLER
      * HAS SET SW-STATEMENT-ID FIRST, SO A RETRY IS LOGGED UNDER THE
      * SAME PARAGRAPH ID A FAILURE OF THE STATEMENT WOULD BE.
      * A DEADLOCK ROLLS BACK THE WHOLE UNIT OF WORK BUT 9120 ONLY
      * RUNS THE FAILING STATEMENT AGAIN, SO ANY CHANGE AN EARLIER
      * STATEMENT LEFT UNCOMMITTED IS COMMITTED HERE FIRST - A
      * RETRY CAN THEN NEVER LOSE IT (A WRONG-PIN COUNT, A
      * LEADERBOARD CREDIT, A GAME'S DELETED ROWS)
      ******************************************************************
       9110-START-DB2-CALL.
           IF SO-UOW-HAS-WRITES THEN
             PERFORM 2223-CICS-SYNCPOINT
           END-IF
           MOVE 0 TO WS-DB2-RETRY-COUNT
           SET SO-DB2-CALL-PENDING TO TRUE
           SET SO-DB2-CALL-READ    TO TRUE
           .
      ******************************************************************
      *                9115-START-DB2-WRITE
      * 9110 FOR AN INSERT, UPDATE OR DELETE - ALSO MARKS THE UNIT OF
      * WORK AS HOLDING A CHANGE, SO THE NEXT STATEMENT COMMITS IT
      * BEFORE IT RUNS
      ******************************************************************
       9115-START-DB2-WRITE.
           PERFORM 9110-START-DB2-CALL
           SET SO-DB2-CALL-WRITE TO TRUE
           SET SO-UOW-HAS-WRITES TO TRUE
           .
      ******************************************************************
      *                9120-CHECK-DB2-RETRY
      * RUN RIGHT AFTER THE STATEMENT. A DEADLOCK (-911) OR TIMEOUT
      * (-913) IS USUALLY GONE A MOMENT LATER, SO UP TO
      * CT-DB2-MAX-RETRIES TIMES THE RETRY IS LOGGED TO
      * T20_DB2_RETRY_LOG AND THE STATEMENT RUN AGAIN AFTER A SHORT
      * WAIT THAT GROWS WITH EACH RETRY. ON A -911 DB2 HAS ALREADY
      * ROLLED THE UNIT OF WORK BACK AND CICS IS TOLD SO (9100); A
      * -913 ONLY FAILED THE STATEMENT, SO NOTHING IS ROLLED BACK AND
      * THE STATEMENT IS SIMPLY ISSUED AGAIN. EITHER WAY THE UNIT OF
      * WORK HELD NO OTHER CHANGE (SEE 9110). ANY OTHER
      * SQLCODE - OR A DEADLOCK THAT OUTLASTS THE RETRIES - ENDS THE
      * LOOP WITH SQLCODE UNTOUCHED, SO THE PARAGRAPH'S OWN CHECK AND
      * 9000-DB2-ERROR SEE IT JUST AS BEFORE: ONLY A CALL THAT GAVE
      * UP REACHES T09, A RECOVERED ONE LEAVES ONLY ITS T20 ROWS.
      * CURSOR FETCHES ARE NOT WRAPPED - THE ROLLBACK CLOSES THE
      * CURSOR, SO THERE IS NO POSITION LEFT TO RETRY FROM
      ******************************************************************
       9120-CHECK-DB2-RETRY.
           IF (SQLCODE = -911 OR SQLCODE = -913) AND
              WS-DB2-RETRY-COUNT < CT-DB2-MAX-RETRIES THEN
             ADD 1 TO WS-DB2-RETRY-COUNT
             MOVE SQLCODE            TO T20-SQLCODE-VAL
             MOVE SQLCODE            TO SQLCODE-FORMAT
             MOVE SW-STATEMENT-ID    TO T20-PARAGRAPH-ID
             MOVE WS-DB2-RETRY-COUNT TO T20-RETRY-NO
             DISPLAY '9120 RETRYING ' SW-STATEMENT-ID
                     ' SQLCODE: ' SQLCODE-FORMAT
             IF SQLCODE = -911 THEN
               PERFORM 9100-ROLLBACK
             END-IF
             PERFORM 9130-LOG-DB2-RETRY
      * THE ROLLBACK OR THE T20 COMMIT CLEARED THE MARK - THE WRITE
      * ABOUT TO BE RUN AGAIN PUTS IT BACK
             IF SO-DB2-CALL-WRITE THEN
               SET SO-UOW-HAS-WRITES TO TRUE
             END-IF
             COMPUTE WS-DB2-RETRY-WAIT =
                     CT-DB2-RETRY-MILLISECS * WS-DB2-RETRY-COUNT
             EXEC CICS
               DELAY FOR MILLISECS(WS-DB2-RETRY-WAIT)
             END-EXEC
           ELSE
             SET SO-DB2-CALL-DONE TO TRUE
           END-IF
           .
      ******************************************************************
      *                9130-LOG-DB2-RETRY
      * WRITES AND COMMITS THE T20 ROW OF ONE RETRY. LIKE 9200, A
      * FAILURE OF THE LOG INSERT ITSELF IS ONLY DISPLAYED
      ******************************************************************
       9130-LOG-DB2-RETRY.
           MOVE EIBTRNID TO T20-TRAN-ID
           EXEC SQL
             INSERT INTO T20_DB2_RETRY_LOG
               (RETRY_TS, TRAN_ID, PARAGRAPH_ID, SQLCODE_VAL,
                RETRY_NO)
               VALUES (CURRENT TIMESTAMP, :T20-TRAN-ID,
                       :T20-PARAGRAPH-ID, :T20-SQLCODE-VAL,
                       :T20-RETRY-NO)
           END-EXEC

           IF SQLCODE = 0 THEN
             PERFORM 2223-CICS-SYNCPOINT
           ELSE
             DISPLAY '9130 COULD NOT LOG THE RETRY, SQLCODE: ' SQLCODE
           END-IF
           .                                                                                 
                                       
                                    
