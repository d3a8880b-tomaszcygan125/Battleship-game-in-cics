      *      END-OF-GAME PATH DOES (WIN TO THE NICK IN THE FIRST
      *      FIELD, LOSS TO THE SECOND)
      *   3. LETS THE OPERATOR FREE A SINGLE STUCK NICK FROM T01
      *   4. LETS THE OPERATOR VOID, OVERTURN OR REINSTATE A FINISHED
      *      GAME'S T07_GAME_HISTORY ROW ONCE A DISPUTE IS SETTLED -
      *      THE LEADERBOARD ITSELF IS PUT RIGHT BY THE Z02341
      *      REBUILD, WHICH HONORS THE MARK
      *
      * EVERY ACTION IS WRITTEN TO T08_OPERATOR_LOG WITH THE ACTING
      * TERMINAL ID (A PARAMETER CHANGE WITH ITS OLD AND NEW VALUE -
      * SEE T08TABS).
      *
      * SCREEN USAGE:
      *   ACTION 'E'  FORCE-END THE GAME BETWEEN THE TWO NICKS GIVEN
      *               (FIRST NICK IS CREDITED THE WIN)
      *   ACTION 'F'  FREE THE SINGLE NICK GIVEN FROM T01
      *   ACTION 'V'  MARK THE GAME WHOSE GAME_ID IS IN THE FIRST FIELD
      *               VOID (SECOND FIELD BLANK OR 'VOID'), 'OVERTURN'
      *               (THE LOSER IS CREDITED THE WIN) OR 'REINSTATE'
      *   ACTION 'P'  UNLOCK THE REGISTERED NICK GIVEN (CLEARS ITS
      *               WRONG-PIN COUNT AND ANY LOCKOUT), OR - WITH A
      *               NEW PIN OF UP TO 4 CHARACTERS IN THE SECOND
      *               FIELD - RESET ITS PIN AND UNLOCK IT
      *   ACTION 'T'  SWITCH THE LISTING TO THE TUNING PARAMETERS
      *               (ZZPRM01 / T21_TUNING_PARM) - THE VALUE IN FORCE
      *               OF EACH, WHETHER AN OPERATOR SET IT OR IT RUNS AT
      *               ITS DEFAULT, AND ITS ALLOWED RANGE. WITH A
      *               PARAMETER NAME IN THE FIRST FIELD AND A WHOLE
      *               NUMBER IN THE SECOND, SET THAT PARAMETER - A
      *               VALUE OUTSIDE ITS RANGE IS REFUSED. WITH A NAME
      *               AND NO VALUE, LIST FROM THAT PARAMETER ON (THE
      *               CATALOG IS LONGER THAN ONE SCREEN). THE ONLINE
      *               GAME PICKS A NEW VALUE UP AT ITS NEXT TASK, A
      *               BATCH PROGRAM AT ITS NEXT RUN
      *   ACTION 'J'  SWITCH THE LISTING TO THE BATCH JOB STATUS -
      *               THE LAST T18_BATCH_RUN ROW OF EACH BATCH
      *               PROGRAM, FLAGGED '*** RUNNING', '*** RC>4' OR
      *               '*** OVERDUE' (SEE CT-JOB-TABLE). ANY OTHER
      *               ACTION RETURNS TO THE ONLINE LISTING
      *   ACTION 'R'  OR ENTER ALONE - REFRESH THE LISTING
      *   PF3         END THE TRANSACTION
      *****************************************************************
           EXEC SQL INCLUDE T02TABS END-EXEC.
           EXEC SQL INCLUDE T03TABS END-EXEC.
           EXEC SQL INCLUDE T04TABS END-EXEC.
           EXEC SQL INCLUDE T07TABS END-EXEC.
           EXEC SQL INCLUDE T08TABS END-EXEC.
           EXEC SQL INCLUDE T09TABS END-EXEC.
           EXEC SQL INCLUDE T10TABS END-EXEC.
           EXEC SQL INCLUDE T11TABS END-EXEC.
           EXEC SQL INCLUDE T12TABS END-EXEC.
           EXEC SQL INCLUDE T13TABS END-EXEC.
           EXEC SQL INCLUDE T14TABS END-EXEC.
           EXEC SQL INCLUDE T18TABS END-EXEC.
           EXEC SQL INCLUDE T19TABS END-EXEC.
           EXEC SQL INCLUDE T20TABS END-EXEC.
           EXEC SQL INCLUDE T21TABS END-EXEC.
           COPY ZZPRM01.

       01 CT-CONSTANTS.
           05 CT-ERROR-MESSAGE               PIC X(50) VALUE
            ' END OF TRANSACTION ' .
           05 CT-MAX-LISTING-LINES           PIC S9(4) COMP VALUE 12.
      * SAME STARTING SKILL RATING AS Z02332'S CT-RATING-BASE - BOTH
      * ARE SET FROM THE RATING-BASE TUNING PARAMETER (SEE 7290)
           05 CT-RATING-BASE                 PIC S9(4) COMP VALUE 1000.
           05 CT-HELP-TEXT                   PIC X(60) VALUE
            'E=END F=FREE V=VOID P=PIN SBAZ=TOUR DOX=SYS J=JOB T=PARM PF
      -     '3'.
           05 CT-JOB-COUNT                   PIC S9(4) COMP VALUE 12.
      * DB2 DEADLOCK (-911) / TIMEOUT (-913) RETRIES - HOW MANY TIMES
      * ONE STATEMENT IS RETRIED, AND THE WAIT BEFORE THE FIRST RETRY
      * (EACH LATER ONE WAITS THAT MUCH LONGER AGAIN - SAME AS Z02332)
           05 CT-DB2-MAX-RETRIES             PIC S9(4) COMP VALUE 3.
           05 CT-DB2-RETRY-MILLISECS         PIC S9(8) COMP VALUE 200.

      * THE BATCH PROGRAMS THE 'J' LISTING REPORTS ON, WITH THE HOURS
      * AFTER ITS LAST START AT WHICH EACH ONE IS OVERDUE - A DAY AND
      * A BIT FOR THE NIGHTLY Z02333J STEPS, EIGHT DAYS FOR THE WEEKLY
      * REPORT, 32 DAYS FOR THE MONTHLY JOBS. 0000 = RUN ON DEMAND,
      * NEVER OVERDUE
       01 CT-JOB-TABLE-VALUES.
           05 FILLER                         PIC X(10) VALUE
              'Z023330026'.
           05 FILLER                         PIC X(10) VALUE
              'Z023350026'.
           05 FILLER                         PIC X(10) VALUE
              'Z023390026'.
           05 FILLER                         PIC X(10) VALUE
              'Z023430026'.
           05 FILLER                         PIC X(10) VALUE
              'Z023440026'.
           05 FILLER                         PIC X(10) VALUE
              'Z023340192'.
           05 FILLER                         PIC X(10) VALUE
              'Z023370768'.
           05 FILLER                         PIC X(10) VALUE
              'Z023420768'.
           05 FILLER                         PIC X(10) VALUE
              'Z023450768'.
           05 FILLER                         PIC X(10) VALUE
              'Z023380000'.
           05 FILLER                         PIC X(10) VALUE
              'Z023400000'.
           05 FILLER                         PIC X(10) VALUE
              'Z023410000'.
       01 CT-JOB-TABLE REDEFINES CT-JOB-TABLE-VALUES.
           05 CT-JOB OCCURS 12 TIMES.
              10 CT-JOB-PROGRAM              PIC X(6).
              10 CT-JOB-OVERDUE-HOURS        PIC 9(4).

       01 WS-DB2-ERROR.
           10 SW-SQLCODE                     PIC    S9(5).
               88 SO-7206-PARA               VALUE  '7206'.
               88 SO-7210-PARA               VALUE  '7210'.
               88 SO-7211-PARA               VALUE  '7211'.
               88 SO-7212-PARA               VALUE  '7212'.
               88 SO-7213-PARA               VALUE  '7213'.
               88 SO-7207-PARA               VALUE  '7207'.
               88 SO-7220-PARA               VALUE  '7220'.
               88 SO-7231-PARA               VALUE  '7231'.
               88 SO-7240-PARA               VALUE  '7240'.
               88 SO-7250-PARA               VALUE  '7250'.
               88 SO-7251-PARA               VALUE  '7251'.
               88 SO-7260-PARA               VALUE  '7260'.
               88 SO-7261-PARA               VALUE  '7261'.
               88 SO-7271-PARA               VALUE  '7271'.
               88 SO-7280-PARA               VALUE  '7280'.
               88 SO-7281-PARA               VALUE  '7281'.
               88 SO-7290-PARA               VALUE  '7290'.
               88 SO-7291-PARA               VALUE  '7291'.
               88 SO-2200-PARA               VALUE  '2200'.

       01 SW-SWITCHES.
           05 SW-IF-TOUR-ADV-DONE            PIC X.
              88 SO-TOUR-ADVANCE-DONE        VALUE '1'.
              88 SO-TOUR-ADVANCE-MORE        VALUE '2'.
           05 SW-IF-HISTORY-ROW-THERE        PIC X.
              88 SO-HISTORY-ROW-FOUND        VALUE '1'.
              88 SO-HISTORY-ROW-NOT-FOUND    VALUE '2'.
      * THE T07 VOID_STATUS THE 'V' ACTION IS ASKED TO SET - THE
      * VALUES ARE THE COLUMN'S OWN, SO THE BYTE IS MOVED STRAIGHT
      * INTO THE UPDATE
           05 SW-WHAT-VOID-ACTION            PIC X.
              88 SO-VOID-THE-GAME            VALUE 'V'.
              88 SO-OVERTURN-THE-GAME        VALUE 'O'.
              88 SO-REINSTATE-THE-GAME       VALUE ' '.
              88 SO-VOID-ACTION-INVALID      VALUE '?'.
      * WHICH LISTING 2110 BUILDS - IT LASTS ONE SCREEN, THE NEXT
      * ACTION OTHER THAN 'J' OR 'T' BRINGS BACK THE ONLINE TABLES
           05 SW-WHAT-LISTING                PIC X.
              88 SO-LIST-ONLINE-TABLES       VALUE '1'.
              88 SO-LIST-BATCH-RUNS          VALUE '2'.
              88 SO-LIST-PARAMETERS          VALUE '3'.
      * WHAT THE 'P' ACTION DOES TO THE T13 REGISTRY ROW
           05 SW-WHAT-PIN-ACTION             PIC X.
              88 SO-PIN-UNLOCK-ONLY          VALUE '1'.
              88 SO-PIN-RESET                VALUE '2'.
           05 SW-IF-REGISTRY-ROW-THERE       PIC X.
              88 SO-REGISTRY-ROW-FOUND       VALUE '1'.
              88 SO-REGISTRY-ROW-NOT-FOUND   VALUE '2'.
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

       01 WS-VARIABLES.
           05 WS-LISTING-LINE-NO             PIC S9(4) COMP VALUE 0.
           05 WS-TOUR-SEED-BASE              PIC S9(9) COMP VALUE 0.
           05 WS-TOUR-ROUND-ED               PIC Z9.
           05 WS-NEW-SYSTEM-STATUS           PIC X(8) VALUE SPACE.
      * THE GAME AN ACTION CONCERNED - GOES TO THE T08 LOG ROW, SO IT
      * STAYS BLANK FOR THE ACTIONS THAT ARE NOT ABOUT ONE GAME
           05 WS-ACTION-GAME-ID              PIC X(16) VALUE SPACE.
           05 WS-JOB-INDEX                   PIC S9(4) COMP VALUE 0.
           05 WS-JOB-OVERDUE-HOURS           PIC S9(9) COMP VALUE 0.
           05 WS-JOB-IS-OVERDUE              PIC X     VALUE SPACE.
           05 WS-DB2-RETRY-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-DB2-RETRY-WAIT              PIC S9(8) COMP VALUE 0.
      * THE NEW VALUE OF A 'T' ACTION - DIGITS TYPED, AND THE VALUE
           05 WS-PARM-DIGITS                 PIC S9(4) COMP VALUE 0.
           05 WS-PARM-NEW-VALUE              PIC 9(8)  VALUE 0.
      * THE CATALOG ENTRY THE 'T' LISTING STARTS FROM
           05 WS-PARM-FIRST-LISTED           PIC S9(4) COMP VALUE 1.

      * ONE LINE OF THE 'T' LISTING, AND ITS HEADING
       01 WS-PARM-LINE.
           05 WS-PARM-NAME                   PIC X(16).
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-PARM-VALUE-ED               PIC Z(7)9.
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-PARM-SOURCE                 PIC X(7).
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-PARM-DEFAULT-ED             PIC Z(7)9.
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-PARM-LOWEST-ED              PIC Z(7)9.
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-PARM-HIGHEST-ED             PIC Z(7)9.
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-PARM-USED-BY                PIC X(13).
       01 WS-PARM-HEADING.
           05 FILLER                         PIC X(17) VALUE
              'PARAMETER'.
           05 FILLER                         PIC X(17) VALUE
              'IN FORCE SOURCE'.
           05 FILLER                         PIC X(27) VALUE
              ' DEFAULT   LOWEST  HIGHEST'.
           05 FILLER                         PIC X(13) VALUE
              'USED BY'.
      * THE OLD AND NEW VALUE OF A PARAMETER CHANGE, AS LOGGED IN THE
      * T08 SECOND_PLAYER COLUMN
       01 WS-PARM-CHANGE.
           05 FILLER                         PIC X(4)  VALUE 'OLD '.
           05 WS-PARM-OLD-ED                 PIC Z(7)9.
           05 FILLER                         PIC X(5)  VALUE ' NEW '.
           05 WS-PARM-NEW-ED                 PIC Z(7)9.

      * ONE LINE OF THE 'J' LISTING
       01 WS-JOB-LINE.
           05 WS-JOB-PROGRAM                 PIC X(6).
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-JOB-START                   PIC X(16).
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-JOB-STATUS                  PIC X.
           05 FILLER                         PIC X(3)  VALUE ' RC'.
           05 WS-JOB-RC-ED                   PIC ZZ9.
           05 FILLER                         PIC X(2)  VALUE ' R'.
           05 WS-JOB-READ-ED                 PIC ZZZZZZZ9.
           05 FILLER                         PIC X(2)  VALUE ' D'.
           05 WS-JOB-DELETED-ED              PIC ZZZZZZZ9.
           05 FILLER                         PIC X(2)  VALUE ' W'.
           05 WS-JOB-WRITTEN-ED              PIC ZZZZZZZ9.
           05 FILLER                         PIC X     VALUE SPACE.
           05 WS-JOB-FLAG                    PIC X(11).

       01 WS-COMMAREA.
           05 WS-COMMAREA-FLAG               PIC X.
            IGNORE CONDITION  ERROR
           END-EXEC
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           SET SO-LIST-ONLINE-TABLES  TO TRUE
           SET SO-UOW-CLEAN           TO TRUE
           PERFORM 7290-LOAD-PARAMETERS
           IF EIBCALEN = 0 THEN
             SET SO-FIRST-TIME     TO TRUE
           ELSE
           DISPLAY '2000-PROCESS PERFORMED'
           IF SO-FIRST-TIME THEN
             PERFORM 2110-BUILD-THE-LISTING
             MOVE CT-HELP-TEXT TO MSG4O
             PERFORM 2100-SEND-THE-MAP
           ELSE
             EVALUATE EIBAID
      * FILLS THE TWELVE OPRLINO LINES FROM THE THREE ONLINE TABLES -
      * WAITING NICKS FIRST, THEN THE GAMES IN FLIGHT WITH WHOSE TURN
      * IT IS, THEN THE BOARDS. WHEN THERE ARE MORE ROWS THAN LINES
      * THE TAIL IS CUT AND THE LAST LINE SAYS SO. AFTER ACTION 'J'
      * THE LINES SHOW THE BATCH JOB STATUS INSTEAD (7270), AFTER
      * ACTION 'T' THE TUNING PARAMETERS (2197)
      ******************************************************************
       2110-BUILD-THE-LISTING.
           DISPLAY '2110-BUILD-THE-LISTING PERFORMED'
                   WS-LISTING-ITER > CT-MAX-LISTING-LINES
             MOVE SPACE TO OPRLINO(WS-LISTING-ITER)
           END-PERFORM
           EVALUATE TRUE
           WHEN SO-LIST-BATCH-RUNS
             PERFORM 7270-LIST-BATCH-RUNS
           WHEN SO-LIST-PARAMETERS
             PERFORM 2197-LIST-PARAMETERS
           WHEN OTHER
             PERFORM 7251-LIST-SYSTEM-STATUS
             PERFORM 7240-LIST-TOUR-STATUS
             PERFORM 7204-LIST-WAITING-NICKS
             PERFORM 7205-LIST-GAMES-IN-FLIGHT
             PERFORM 7206-LIST-ACTIVE-BOARDS
             IF WS-LISTING-LINE-NO >= CT-MAX-LISTING-LINES THEN
               MOVE '... MORE ROWS THAN FIT ON THIS SCREEN ...'
                    TO OPRLINO(CT-MAX-LISTING-LINES)
             END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                     2115-ADD-LISTING-LINE
             PERFORM 2130-FORCE-END-THE-GAME
           WHEN 'F'
             PERFORM 2140-FREE-THE-NICK
           WHEN 'V'
             PERFORM 2135-SET-GAME-VOID-STATUS
           WHEN 'P'
             PERFORM 2145-UNLOCK-OR-RESET-PIN
           WHEN 'S'
             PERFORM 2150-OPEN-TOUR-SIGNUPS
           WHEN 'B'
           WHEN 'X'
             MOVE 'CLOSED' TO WS-NEW-SYSTEM-STATUS
             PERFORM 2190-SET-SYSTEM-STATUS
           WHEN 'T'
             PERFORM 2195-SET-TUNING-PARAMETER
             SET SO-LIST-PARAMETERS TO TRUE
           WHEN 'J'
             SET SO-LIST-BATCH-RUNS TO TRUE
             MOVE 'JOBS: R=READ D=DELETED W=WRITTEN - ENTER RETURNS'
                  TO MSG4O
           WHEN OTHER
      * 'R', BLANK OR ANYTHING ELSE - JUST REFRESH THE LISTING
             MOVE 'LISTING REFRESHED' TO MSG4O

             SET SO-GAME-ROWS-NOT-FOUND TO TRUE
             SET SO-NO-ROWS-DELETED     TO TRUE
      * THE GAME IDENTIFIER LIVES ON THE TURN ROW - READ IT BEFORE
      * THE ROW GOES, FOR THE HISTORY ROW AND THE LOG ROW BELOW
             PERFORM 7212-GET-GAME-ID
      * THE T03 TURN ROW IS DELETED FIRST BECAUSE IT DECIDES THE
      * OUTCOME: ITS PRESENCE IS WHAT JUSTIFIES THE LEADERBOARD
      * CREDIT, AND NO T01/T02 ROW IS TOUCHED OR COMMITTED BEFORE
               SET SO-LEADERBOARD-LOSS TO TRUE
               MOVE WS-DB2-ENEMY-NICK  TO T04-PLAYER-NICK
               PERFORM 7210-UPDATE-LEADERBOARD
      * THE DECIDED OUTCOME ALSO GOES INTO THE GAME HISTORY, SO THE
      * RESULT CAN BE DISPUTED AND VOIDED LIKE ANY OTHER AND THE
      * Z02341 REBUILD COUNTS IT
               PERFORM 7213-INSERT-FORCE-END-HISTORY

               MOVE 'ENDGAME ' TO T08-ACTION-CODE
               PERFORM 7220-LOG-OPERATOR-ACTION
           END-IF
           .
      ******************************************************************
      *                     2135-SET-GAME-VOID-STATUS
      * MARKS THE T07_GAME_HISTORY ROW NAMED BY ITS GAME_ID (FIRST
      * FIELD) VOID, OVERTURNED OR REINSTATED (SECOND FIELD). ONLY
      * THE MARK IS SET HERE - T04 IS REBUILT FROM THE WHOLE HISTORY
      * BY THE Z02341 BATCH, BECAUSE THE RATING MOVES OF EVERY LATER
      * GAME OF BOTH NICKS DEPEND ON THIS ONE. AN ARCHIVED GAME MUST
      * BE BROUGHT BACK WITH Z02338 BEFORE IT CAN BE MARKED
      ******************************************************************
       2135-SET-GAME-VOID-STATUS.
           DISPLAY '2135-SET-GAME-VOID-STATUS PERFORMED'
           EVALUATE TARGET2I
           WHEN SPACE
           WHEN 'VOID'
             SET SO-VOID-THE-GAME      TO TRUE
             MOVE 'VOIDGAME' TO T08-ACTION-CODE
           WHEN 'OVERTURN'
             SET SO-OVERTURN-THE-GAME  TO TRUE
             MOVE 'OVERTURN' TO T08-ACTION-CODE
           WHEN 'REINSTATE'
             SET SO-REINSTATE-THE-GAME TO TRUE
             MOVE 'REINSTAT' TO T08-ACTION-CODE
           WHEN OTHER
             SET SO-VOID-ACTION-INVALID TO TRUE
           END-EVALUATE

           EVALUATE TRUE
           WHEN TARGETI = SPACE
             MOVE 'VOID NEEDS THE GAME ID IN THE FIRST FIELD' TO MSG4O
           WHEN SO-VOID-ACTION-INVALID
             MOVE 'SECOND FIELD MUST BE VOID, OVERTURN OR REINSTATE'
                  TO MSG4O
           WHEN OTHER
             MOVE TARGETI(1:16) TO WS-ACTION-GAME-ID
             SET SO-HISTORY-ROW-NOT-FOUND TO TRUE
             PERFORM 7260-GET-GAME-HISTORY-ROW
             EVALUATE TRUE
             WHEN SO-HISTORY-ROW-NOT-FOUND
               MOVE 'NO T07 GAME WITH THAT ID - ARCHIVED? RESTORE IT FIR
      -              'ST' TO MSG4O
             WHEN T07-VOID-STATUS = SW-WHAT-VOID-ACTION
               MOVE 'GAME ALREADY MARKED THAT WAY - NOTHING CHANGED'
                    TO MSG4O
             WHEN OTHER
      * THE LOG ROW NAMES THE NICKS AS THE GAME RECORDED THEM -
      * WINNER FIRST, LOSER SECOND
               MOVE T07-FIRST-PLAYER  TO WS-DB2-USER-NICK
               MOVE T07-SECOND-PLAYER TO WS-DB2-ENEMY-NICK
               PERFORM 7261-UPDATE-VOID-STATUS
               IF SO-SQLCODE-NORMAL THEN
                 PERFORM 7220-LOG-OPERATOR-ACTION
                 MOVE 'GAME MARKED AND LOGGED - RUN Z02341 TO REBUILD T0
      -                '4' TO MSG4O
               END-IF
             END-EVALUATE
           END-EVALUATE
           .
      ******************************************************************
      *                     2140-FREE-THE-NICK
      ******************************************************************
       2140-FREE-THE-NICK.
           END-IF
           .
      ******************************************************************
      *                     2145-UNLOCK-OR-RESET-PIN
      * FOR THE PLAYER WHO LOCKED THEIR REGISTERED NICK OR FORGOT ITS
      * PIN: THE NICK IN THE FIRST FIELD IS UNLOCKED, AND GIVEN THE
      * NEW PIN IN THE SECOND FIELD WHEN THERE IS ONE. LOGGED TO T08
      * LIKE EVERY ACTION, AND TO THE T19 SIGN-ON AUDIT SO THE NICK'S
      * OWN HISTORY SHOWS IT TOO
      ******************************************************************
       2145-UNLOCK-OR-RESET-PIN.
           DISPLAY '2145-UNLOCK-OR-RESET-PIN PERFORMED'
           EVALUATE TRUE
           WHEN TARGETI = SPACE
             MOVE 'PIN ACTION NEEDS THE NICK IN THE FIRST FIELD'
                  TO MSG4O
           WHEN TARGET2I(5:) NOT = SPACE
             MOVE 'A NEW PIN IS AT MOST 4 CHARACTERS' TO MSG4O
           WHEN OTHER
             IF TARGET2I = SPACE THEN
               SET SO-PIN-UNLOCK-ONLY TO TRUE
               MOVE 'PINUNLCK' TO T08-ACTION-CODE
               MOVE 'U'        TO T19-EVENT-TYPE
             ELSE
               SET SO-PIN-RESET TO TRUE
               MOVE TARGET2I(1:4) TO T13-NICK-PIN
               MOVE 'PINRESET' TO T08-ACTION-CODE
               MOVE 'P'        TO T19-EVENT-TYPE
             END-IF
             MOVE TARGETI TO WS-NICK-WORK
             PERFORM 2210-GET-NICK-LENGTH
             MOVE TARGETI          TO WS-DB2-USER-NICK-TEXT
             MOVE WS-NICK-WORK-LEN TO WS-DB2-USER-NICK-LEN
      * ONLY THE ONE NICK IS INVOLVED - BLANK THE SECOND HOST
      * VARIABLE SO THE LOG ROW SHOWS IT THAT WAY
             MOVE SPACE            TO WS-DB2-ENEMY-NICK-TEXT
             MOVE 0                TO WS-DB2-ENEMY-NICK-LEN

             SET SO-REGISTRY-ROW-NOT-FOUND TO TRUE
             PERFORM 7280-UPDATE-NICK-REGISTRY
             IF SO-REGISTRY-ROW-FOUND THEN
      * THE AUDIT ROW GOES IN FIRST. EACH ROW IS COMMITTED AS THE
      * NEXT STATEMENT STARTS (9110), THE LOG ROW BY 7220 ITSELF
               PERFORM 7281-INSERT-SIGNON-AUDIT
               IF SO-SQLCODE-NORMAL THEN
                 PERFORM 7220-LOG-OPERATOR-ACTION
                 IF SO-PIN-RESET THEN
                   MOVE 'PIN RESET, NICK UNLOCKED AND LOGGED' TO MSG4O
                 ELSE
                   MOVE 'NICK UNLOCKED AND LOGGED' TO MSG4O
                 END-IF
               END-IF
             ELSE
               IF SO-SQLCODE-NOT-FOUND THEN
                 MOVE 'NICK NOT REGISTERED IN T13 - NOTHING CHANGED'
                      TO MSG4O
               END-IF
             END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                     2150-OPEN-TOUR-SIGNUPS
      * STARTS A FRESH TOURNAMENT - WHATEVER THE LAST ONE LEFT IN THE
      * ENTRY AND BRACKET TABLES IS CLEARED FIRST, THEN THE CONTROL
           END-STRING
           .
      ******************************************************************
      *                     2195-SET-TUNING-PARAMETER
      * 'T' ALONE ONLY LISTS THE PARAMETERS, AND 'T' WITH A NAME BUT
      * NO VALUE LISTS THEM FROM THAT ONE ON. WITH A NAME AND A VALUE,
      * THE SECOND FIELD MUST HOLD THE NEW VALUE AS 1 TO 8 DIGITS FROM
      * ITS FIRST POSITION - NO SIGN, NO SEPARATORS - BEFORE 2196
      * CHECKS IT AGAINST THE PARAMETER'S RANGE
      ******************************************************************
       2195-SET-TUNING-PARAMETER.
           DISPLAY '2195-SET-TUNING-PARAMETER PERFORMED'
           MOVE 1 TO WS-PARM-FIRST-LISTED
           IF TARGETI = SPACE THEN
             MOVE 'PARMS: T NAME VALUE SETS ONE - ENTER RETURNS'
                  TO MSG4O
           ELSE
             PERFORM VARYING PRM-SUB FROM 1 BY 1
                     UNTIL PRM-SUB > PRM-ENTRY-COUNT
                        OR PRM-NAME(PRM-SUB) = TARGETI
               CONTINUE
             END-PERFORM
             MOVE 0 TO WS-PARM-DIGITS
             INSPECT TARGET2I TALLYING WS-PARM-DIGITS
                     FOR CHARACTERS BEFORE INITIAL SPACE
             EVALUATE TRUE
             WHEN PRM-SUB > PRM-ENTRY-COUNT
               MOVE 'NO SUCH PARAMETER - T ALONE LISTS THEM' TO MSG4O
             WHEN TARGET2I = SPACE
               MOVE PRM-SUB TO WS-PARM-FIRST-LISTED
               MOVE 'PARMS: T NAME VALUE SETS ONE - ENTER RETURNS'
                    TO MSG4O
             WHEN WS-PARM-DIGITS = 0 OR WS-PARM-DIGITS > 8
               MOVE 'NEW VALUE MUST BE A WHOLE NUMBER OF 1 TO 8 DIGITS'
                    TO MSG4O
             WHEN TARGET2I(1:WS-PARM-DIGITS) NOT NUMERIC
               MOVE 'NEW VALUE MUST BE A WHOLE NUMBER OF 1 TO 8 DIGITS'
                    TO MSG4O
             WHEN TARGET2I(WS-PARM-DIGITS + 1:) NOT = SPACE
               MOVE 'NEW VALUE MUST BE A WHOLE NUMBER OF 1 TO 8 DIGITS'
                    TO MSG4O
             WHEN OTHER
               MOVE TARGET2I(1:WS-PARM-DIGITS) TO WS-PARM-NEW-VALUE
               PERFORM 2196-CHANGE-TUNING-PARAMETER
             END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                     2196-CHANGE-TUNING-PARAMETER
      * RANGE-CHECKS WS-PARM-NEW-VALUE FOR THE PARAMETER AT PRM-SUB,
      * STORES IT IN T21 AND LOGS THE CHANGE TO T08 WITH THE OLD AND
      * THE NEW VALUE (THE T21 ROW IS COMMITTED AS THE T08 INSERT
      * STARTS - SEE 9110 - AND 7220 COMMITS THE LOG ROW). THE OLD
      * VALUE IS THE ONE IN FORCE, WHICH IS THE DEFAULT WHEN THE
      * PARAMETER HAD NO T21 ROW YET
      ******************************************************************
       2196-CHANGE-TUNING-PARAMETER.
           EVALUATE TRUE
           WHEN WS-PARM-NEW-VALUE < PRM-LOWEST(PRM-SUB)
             OR WS-PARM-NEW-VALUE > PRM-HIGHEST(PRM-SUB)
             MOVE PRM-LOWEST(PRM-SUB)  TO PRM-LOWEST-ED
             MOVE PRM-HIGHEST(PRM-SUB) TO PRM-HIGHEST-ED
             MOVE SPACE TO MSG4O
             STRING 'OUT OF RANGE - ' DELIMITED BY SIZE
                    PRM-NAME(PRM-SUB) DELIMITED BY SPACE
                    ' TAKES ' PRM-LOWEST-ED ' TO ' PRM-HIGHEST-ED
                    DELIMITED BY SIZE
               INTO MSG4O
             END-STRING
           WHEN WS-PARM-NEW-VALUE = PRM-VALUE(PRM-SUB)
             MOVE 'THAT VALUE IS ALREADY IN FORCE - NOTHING CHANGED'
                  TO MSG4O
           WHEN OTHER
             MOVE PRM-NAME(PRM-SUB)  TO T21-PARM-NAME
             MOVE WS-PARM-NEW-VALUE  TO T21-PARM-VALUE
             MOVE EIBTRMID           TO T21-CHANGED-TERM
             PERFORM 7291-UPSERT-TUNING-PARM
             IF SO-SQLCODE-NORMAL THEN
               MOVE PRM-NAME(PRM-SUB) TO WS-NICK-WORK
               PERFORM 2210-GET-NICK-LENGTH
               MOVE WS-NICK-WORK       TO WS-DB2-USER-NICK-TEXT
               MOVE WS-NICK-WORK-LEN   TO WS-DB2-USER-NICK-LEN
               MOVE PRM-VALUE(PRM-SUB) TO WS-PARM-OLD-ED
               MOVE WS-PARM-NEW-VALUE  TO WS-PARM-NEW-ED
               MOVE WS-PARM-CHANGE     TO WS-DB2-ENEMY-NICK-TEXT
               MOVE LENGTH OF WS-PARM-CHANGE
                                       TO WS-DB2-ENEMY-NICK-LEN
               MOVE 'PARMSET '         TO T08-ACTION-CODE
               PERFORM 7220-LOG-OPERATOR-ACTION
               IF SO-SQLCODE-NORMAL THEN
                 MOVE WS-PARM-NEW-VALUE TO PRM-VALUE(PRM-SUB)
                 SET PRM-FROM-TABLE(PRM-SUB) TO TRUE
                 MOVE 'PARAMETER SET AND LOGGED'
                      TO MSG4O
               END-IF
             END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                     2197-LIST-PARAMETERS
      * THE 'T' LISTING - A HEADING, THEN ONE LINE PER ZZPRM01 ENTRY
      * FROM WS-PARM-FIRST-LISTED ON, WITH THE VALUE 7290 FOUND IN
      * FORCE AND WHERE IT CAME FROM. WHEN THE REST DOES NOT FIT, THE
      * LAST LINE NAMES THE ENTRY TO LIST FROM NEXT
      ******************************************************************
       2197-LIST-PARAMETERS.
           MOVE WS-PARM-HEADING TO WS-LISTING-TEXT
           PERFORM 2115-ADD-LISTING-LINE
           PERFORM VARYING PRM-SUB FROM WS-PARM-FIRST-LISTED BY 1
                   UNTIL PRM-SUB > PRM-ENTRY-COUNT
                      OR WS-LISTING-LINE-NO >= CT-MAX-LISTING-LINES - 1
             MOVE PRM-NAME(PRM-SUB)    TO WS-PARM-NAME
             MOVE PRM-VALUE(PRM-SUB)   TO WS-PARM-VALUE-ED
             IF PRM-FROM-TABLE(PRM-SUB) THEN
               MOVE 'T21'              TO WS-PARM-SOURCE
             ELSE
               MOVE 'DEFAULT'          TO WS-PARM-SOURCE
             END-IF
             MOVE PRM-DEFAULT(PRM-SUB) TO WS-PARM-DEFAULT-ED
             MOVE PRM-LOWEST(PRM-SUB)  TO WS-PARM-LOWEST-ED
             MOVE PRM-HIGHEST(PRM-SUB) TO WS-PARM-HIGHEST-ED
             MOVE PRM-USED-BY(PRM-SUB) TO WS-PARM-USED-BY
             MOVE WS-PARM-LINE         TO WS-LISTING-TEXT
             PERFORM 2115-ADD-LISTING-LINE
           END-PERFORM
           IF PRM-SUB <= PRM-ENTRY-COUNT THEN
             MOVE SPACE TO WS-LISTING-TEXT
             STRING '... MORE - ENTER T AND ' DELIMITED BY SIZE
                    PRM-NAME(PRM-SUB)         DELIMITED BY SPACE
                    ' TO LIST FROM THERE'     DELIMITED BY SIZE
               INTO WS-LISTING-TEXT
             END-STRING
             PERFORM 2115-ADD-LISTING-LINE
           END-IF
           .
      ******************************************************************
      *                     2210-GET-NICK-LENGTH
      * SAME TRAILING-SPACE TRIM AS Z02332'S PARAGRAPH OF THE SAME
      * NAME, OVER WS-NICK-WORK
           EXEC CICS
             SYNCPOINT
           END-EXEC
           SET SO-UOW-CLEAN TO TRUE
           .
      ******************************************************************
      *                       3000-FINAL
      * SAME SHAPE AS Z02332'S 7021-DELETE-FROM-NICK-TABLE
      ******************************************************************
       7201-DELETE-NICK-ROWS.
           SET SO-7201-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T01_PLAYERS_NICKS WHERE
                 PLAYER_NICK = :WS-DB2-USER-NICK
                             OR
                 PLAYER_NICK = :WS-DB2-ENEMY-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      * SAME SHAPE AS Z02332'S 7022-DELETE-FROM-BOARD-TABLE
      ******************************************************************
       7202-DELETE-BOARD-ROWS.
           SET SO-7202-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
                 DELETE T02_BATTLESHIP_BOARD
                 WHERE
                       FIRST_PLAYER  = :WS-DB2-USER-NICK
                 OR    FIRST_PLAYER  = :WS-DB2-ENEMY-NICK
                 OR    SECOND_PLAYER = :WS-DB2-USER-NICK
                 OR    SECOND_PLAYER = :WS-DB2-ENEMY-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      * SAME SHAPE AS Z02332'S 7023-DELETE-FROM-MAIN-TABLE
      ******************************************************************
       7203-DELETE-MAIN-ROWS.
           SET SO-7203-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE  T03_BATTLESHIP_MAIN_TABLE
                 WHERE
                         FIRST_PLAYER  = :WS-DB2-USER-NICK
                   OR    FIRST_PLAYER  = :WS-DB2-ENEMY-NICK
                   OR    SECOND_PLAYER = :WS-DB2-USER-NICK
                   OR    SECOND_PLAYER = :WS-DB2-ENEMY-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                 FROM T01_PLAYERS_NICKS
           END-EXEC

           SET SO-7204-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN OPRNICK-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                 FROM T03_BATTLESHIP_MAIN_TABLE
           END-EXEC

           SET SO-7205-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN OPRGAME-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                 FROM T02_BATTLESHIP_BOARD
           END-EXEC

           SET SO-7206-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN OPRBRD-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
       7210-UPDATE-LEADERBOARD.
           EVALUATE TRUE
           WHEN SO-LEADERBOARD-WIN
             SET SO-7210-PARA TO TRUE
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
             SET SO-7210-PARA TO TRUE
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
      * THE BASE
           MOVE CT-RATING-BASE TO T04-RATING
           MOVE 0              TO T04-GAMES-FORFEITED
           SET SO-7211-PARA TO TRUE
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
           END-EVALUATE
           .
      ******************************************************************
      *                     7212-GET-GAME-ID
      * THE GAME IDENTIFIER OF THE PAIR'S TURN ROW (EITHER ORDER) -
      * BLANK WHEN THERE IS NO TURN ROW OR IT PREDATES THE COLUMN
      ******************************************************************
       7212-GET-GAME-ID.
           MOVE SPACE TO WS-ACTION-GAME-ID
           SET SO-7212-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT GAME_ID
                 INTO :WS-ACTION-GAME-ID
                 FROM T03_BATTLESHIP_MAIN_TABLE
                WHERE (FIRST_PLAYER  = :WS-DB2-USER-NICK
                  AND  SECOND_PLAYER = :WS-DB2-ENEMY-NICK)
                   OR (FIRST_PLAYER  = :WS-DB2-ENEMY-NICK
                  AND  SECOND_PLAYER = :WS-DB2-USER-NICK)
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
             MOVE SPACE TO WS-ACTION-GAME-ID
           WHEN OTHER
             SET SO-7212-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                     7213-INSERT-FORCE-END-HISTORY
      * THE T07 ROW OF A FORCE-ENDED GAME, SAME ORIENTATION AS Z02332'S
      * 7036 (FIRST_PLAYER IS THE WINNER). NO BOARDS ARE LEFT TO
      * TALLY AND NO START TIME IS KNOWN, SO THE SHOT COUNTERS ARE
      * ZERO AND THE ROW SHOWS A ZERO-LENGTH GAME OF RESULT TYPE 'E'
      ******************************************************************
       7213-INSERT-FORCE-END-HISTORY.
           MOVE WS-DB2-USER-NICK  TO T07-FIRST-PLAYER
           MOVE WS-DB2-USER-NICK  TO T07-WINNER-NICK
           MOVE WS-DB2-ENEMY-NICK TO T07-SECOND-PLAYER
           MOVE 0                 TO T07-TURNS-TAKEN
           MOVE 0                 TO T07-FIRST-SHOTS
           MOVE 0                 TO T07-FIRST-HITS
           MOVE 0                 TO T07-FIRST-HIT-PCT
           MOVE 0                 TO T07-SECOND-SHOTS
           MOVE 0                 TO T07-SECOND-HITS
           MOVE 0                 TO T07-SECOND-HIT-PCT
           MOVE 'E'               TO T07-RESULT-TYPE
           MOVE WS-ACTION-GAME-ID TO T07-GAME-ID

           SET SO-7213-PARA TO TRUE
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
                         :T07-WINNER-NICK, CURRENT TIMESTAMP,
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
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-7213-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                     7220-LOG-OPERATOR-ACTION
      * THE AUDIT ROW - WHO (TERMINAL), WHAT, AND WHICH NICKS
      ******************************************************************
           MOVE EIBTRMID          TO T08-OPERATOR-TERM
           MOVE WS-DB2-USER-NICK  TO T08-FIRST-PLAYER
           MOVE WS-DB2-ENEMY-NICK TO T08-SECOND-PLAYER
           MOVE WS-ACTION-GAME-ID TO T08-GAME-ID

           SET SO-7220-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T08_OPERATOR_LOG
                 (ACTION_TS, OPERATOR_TERM, ACTION_CODE,
                  FIRST_PLAYER, SECOND_PLAYER, GAME_ID)
                 VALUES (CURRENT TIMESTAMP, :T08-OPERATOR-TERM,
                         :T08-ACTION-CODE, :T08-FIRST-PLAYER,
                         :T08-SECOND-PLAYER, :T08-GAME-ID)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                     7280-UPDATE-NICK-REGISTRY
      * CLEARS THE WRONG-PIN COUNT AND ENDS ANY LOCKOUT OF THE NICK
      * (A LOCK ONLY HOLDS WHILE LOCKED_UNTIL IS IN THE FUTURE), AND
      * FOR A RESET ALSO STORES THE NEW PIN FROM T13-NICK-PIN
      ******************************************************************
       7280-UPDATE-NICK-REGISTRY.
           IF SO-PIN-RESET THEN
             SET SO-7280-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T13_NICK_REGISTRY
                    SET NICK_PIN        = :T13-NICK-PIN,
                        FAILED_ATTEMPTS = 0,
                        LOCKED_UNTIL    = CURRENT TIMESTAMP
                  WHERE PLAYER_NICK = :WS-DB2-USER-NICK
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
           ELSE
             SET SO-7280-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T13_NICK_REGISTRY
                    SET FAILED_ATTEMPTS = 0,
                        LOCKED_UNTIL    = CURRENT TIMESTAMP
                  WHERE PLAYER_NICK = :WS-DB2-USER-NICK
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
           END-IF
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             SET SO-REGISTRY-ROW-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
             SET SO-REGISTRY-ROW-NOT-FOUND TO TRUE
           WHEN OTHER
             SET SO-7280-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                     7281-INSERT-SIGNON-AUDIT
      * THE T19_SIGNON_AUDIT ROW OF A 'P' ACTION - CALLER SETS
      * T19-EVENT-TYPE. THE WRONG-PIN COUNT IT LEAVES IS ZERO
      ******************************************************************
       7281-INSERT-SIGNON-AUDIT.
           MOVE WS-DB2-USER-NICK TO T19-PLAYER-NICK
           MOVE EIBTRMID         TO T19-TERMINAL-ID
           MOVE 0                TO T19-FAILED-ATTEMPTS
           SET SO-7281-PARA TO TRUE
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
             SET SO-7281-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                     7207-DELETE-ONE-NICK
      ******************************************************************
       7207-DELETE-ONE-NICK.
           SET SO-7207-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE T01_PLAYERS_NICKS WHERE
                 PLAYER_NICK = :WS-DB2-USER-NICK
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      * UPDATE-THEN-INSERT-ON-NOT-FOUND SHAPE AS 7210
      ******************************************************************
       7231-UPSERT-TOUR-CONTROL.
           SET SO-7231-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T10_TOUR_CONTROL
                  SET TOUR_STATUS   = :WS-TOUR-NEW-STATUS,
                      CURRENT_ROUND = :T10-CURRENT-ROUND,
                      UPDATED_TS    = CHAR(CURRENT TIMESTAMP)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             PERFORM 2223-CICS-SYNCPOINT
           WHEN SO-SQLCODE-NOT-FOUND
             SET SO-7231-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 INSERT INTO T10_TOUR_CONTROL
                   (TOUR_STATUS, CURRENT_ROUND, UPDATED_TS)
                   VALUES (:WS-TOUR-NEW-STATUS, :T10-CURRENT-ROUND,
                           CHAR(CURRENT TIMESTAMP))
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             IF SO-SQLCODE-NORMAL THEN
               PERFORM 2223-CICS-SYNCPOINT
      *                     7232-CLEAR-TOUR-TABLES
      ******************************************************************
       7232-CLEAR-TOUR-TABLES.
           SET SO-7232-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE FROM T11_TOUR_ENTRY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             PERFORM 9000-DB2-ERROR
           END-EVALUATE

           SET SO-7232-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               DELETE FROM T12_TOUR_MATCH
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
       7233-BUILD-ROUND-ONE.
           MOVE 0 TO WS-TOUR-ENTRY-COUNT

      * WITH HOLD - EACH MATCH INSERTED BELOW IS COMMITTED (7234, AND
      * 9110 BEFORE THE NEXT ONE), WHICH WOULD OTHERWISE CLOSE THE
      * CURSOR UNDER THE FETCH LOOP
           EXEC SQL
             DECLARE TOURENT-CSR CURSOR WITH HOLD FOR
               SELECT PLAYER_NICK
                 FROM T11_TOUR_ENTRY
                ORDER BY SEED_NUMBER
           END-EXEC

           SET SO-7233-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               OPEN TOURENT-CSR
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      *                     7234-INSERT-TOUR-MATCH
      ******************************************************************
       7234-INSERT-TOUR-MATCH.
           SET SO-7234-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               INSERT INTO T12_TOUR_MATCH
                 (ROUND_NO, MATCH_NO, FIRST_PLAYER, SECOND_PLAYER,
                  WINNER_NICK, MATCH_STATUS)
                 VALUES (:T12-ROUND-NO, :T12-MATCH-NO,
                         :T12-FIRST-PLAYER, :T12-SECOND-PLAYER,
                         :T12-WINNER-NICK, :T12-MATCH-STATUS)
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
      * A WALKOVER AND ADVANCES THEM
      ******************************************************************
       7235-WALKOVER-THE-MATCH.
           SET SO-7235-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT ROUND_NO, MATCH_NO
                 INTO :T12-ROUND-NO, :T12-MATCH-NO
                 FROM T12_TOUR_MATCH
                WHERE MATCH_STATUS = 'O'
                  AND (FIRST_PLAYER  = :WS-DB2-USER-NICK
                   OR  SECOND_PLAYER = :WS-DB2-USER-NICK)
                ORDER BY ROUND_NO
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             MOVE WS-DB2-USER-NICK TO T12-WINNER-NICK
             SET SO-7235-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 UPDATE T12_TOUR_MATCH
                    SET WINNER_NICK  = :T12-WINNER-NICK,
                        MATCH_STATUS = 'W'
                  WHERE ROUND_NO = :T12-ROUND-NO
                    AND MATCH_NO = :T12-MATCH-NO
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             IF SO-SQLCODE-OK THEN
               SET SO-TOUR-MATCH-ADVANCED TO TRUE
      * - T11 IS ONLY CLEARED WHEN THE NEXT TOURNAMENT'S SIGNUPS
      * OPEN, SO IT IS STILL ON FILE HERE
           MOVE 0 TO WS-TOUR-ENTRY-COUNT
           SET SO-7236-PARA TO TRUE
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
             SET SO-7236-PARA TO TRUE
           IF T12-MATCH-NO = 1 AND
              WS-TOUR-POW >= WS-TOUR-ENTRY-COUNT THEN
      * THAT WAS THE FINAL - THE BRACKET IS DONE
             SET SO-7238-PARA TO TRUE
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
               DISPLAY '7238 WINNER TAKES THE FIRST SLOT'
               SET SO-7238-PARA TO TRUE
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
               DISPLAY '7238 WINNER TAKES THE SECOND SLOT'
               SET SO-7238-PARA TO TRUE
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
               SET SO-7238-PARA TO TRUE
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
                 SET SO-7238-PARA TO TRUE
             END-EVALUATE

      * BOTH SLOTS IN - THE NEXT-ROUND MATCH IS READY TO PLAY
             SET SO-7238-PARA TO TRUE
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
               SET SO-7238-PARA TO TRUE
                     (WS-TOUR-OTHER-MATCH - 1) * WS-TOUR-POW + 1
             IF WS-TOUR-SEED-BASE > WS-TOUR-ENTRY-COUNT THEN
               DISPLAY '7238 NO OTHER FEEDER - WALKOVER ONWARD'
               SET SO-7238-PARA TO TRUE
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
                 SET SO-7238-PARA TO TRUE
               MOVE WS-TOUR-NEXT-MATCH TO T12-MATCH-NO
             ELSE
      * KEEP THE CONTROL ROW'S ROUND POINTER HONEST
               SET SO-7238-PARA TO TRUE
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
       7237-GET-TOUR-STATUS.
           MOVE 'C' TO T10-TOUR-STATUS
           MOVE 0   TO T10-CURRENT-ROUND
           SET SO-7237-PARA TO TRUE
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
       7250-UPSERT-SYSTEM-STATUS.
           MOVE WS-NEW-SYSTEM-STATUS TO T14-STATUS-CODE
           MOVE EIBTRMID             TO T14-UPDATED-TERM
           SET SO-7250-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T14_SYSTEM_STATUS
                  SET STATUS_CODE  = :T14-STATUS-CODE,
                      UPDATED_TS   = CHAR(CURRENT TIMESTAMP),
                      UPDATED_TERM = :T14-UPDATED-TERM
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             PERFORM 2223-CICS-SYNCPOINT
           WHEN SO-SQLCODE-NOT-FOUND
             SET SO-7250-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 INSERT INTO T14_SYSTEM_STATUS
                   (STATUS_CODE, UPDATED_TS, UPDATED_TERM)
                   VALUES (:T14-STATUS-CODE, CHAR(CURRENT TIMESTAMP),
                           :T14-UPDATED-TERM)
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             IF SO-SQLCODE-NORMAL THEN
               PERFORM 2223-CICS-SYNCPOINT
      ******************************************************************
       7251-LIST-SYSTEM-STATUS.
           INITIALIZE T14-STATUS-CODE
           SET SO-7251-PARA TO TRUE
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
           PERFORM 2115-ADD-LISTING-LINE
           .
      ******************************************************************
      *                     7260-GET-GAME-HISTORY-ROW
      * THE NICKS AND CURRENT MARK OF THE T07 ROW WITH
      * WS-ACTION-GAME-ID. A BLANK IDENTIFIER NEVER MATCHES - GAMES
      * FROM BEFORE THE COLUMN CANNOT BE TOLD APART BY IT
      ******************************************************************
       7260-GET-GAME-HISTORY-ROW.
           SET SO-HISTORY-ROW-NOT-FOUND TO TRUE
           SET SO-7260-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT FIRST_PLAYER, SECOND_PLAYER, VOID_STATUS
                 INTO :T07-FIRST-PLAYER, :T07-SECOND-PLAYER,
                      :T07-VOID-STATUS
                 FROM T07_GAME_HISTORY
                WHERE GAME_ID = :WS-ACTION-GAME-ID
                  AND GAME_ID <> ' '
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             SET SO-HISTORY-ROW-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
             CONTINUE
           WHEN OTHER
             SET SO-7260-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                     7261-UPDATE-VOID-STATUS
      * SETS THE MARK CHOSEN IN SW-WHAT-VOID-ACTION. NO SYNCPOINT
      * HERE - 9110 COMMITS THE MARK AS THE CALLER STARTS ITS T08
      * LOG ROW, AND 7220 COMMITS THAT
      ******************************************************************
       7261-UPDATE-VOID-STATUS.
           MOVE SW-WHAT-VOID-ACTION TO T07-VOID-STATUS
           SET SO-7261-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T07_GAME_HISTORY
                  SET VOID_STATUS = :T07-VOID-STATUS
                WHERE GAME_ID     = :WS-ACTION-GAME-ID
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN OTHER
             SET SO-7261-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                     7270-LIST-BATCH-RUNS
      * THE 'J' LISTING - ONE LINE PER CT-JOB-TABLE ENTRY. EVERY
      * FIGURE ON A LINE CARRIES ITS OWN LABEL AND THE LEGEND GOES IN
      * MSG4O, SO ALL TWELVE LISTING LINES ARE LEFT FOR THE JOBS (THE
      * TABLE IS SIZED TO FIT THEM)
      ******************************************************************
       7270-LIST-BATCH-RUNS.
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1 UNTIL
                   WS-JOB-INDEX > CT-JOB-COUNT
             PERFORM 7271-LIST-ONE-BATCH-RUN
           END-PERFORM
           .
      ******************************************************************
      *                     7271-LIST-ONE-BATCH-RUN
      * THE LATEST T18_BATCH_RUN ROW OF ONE PROGRAM. THE MAP HAS NO
      * PER-LINE ATTRIBUTE BYTE, SO A JOB NEEDING ATTENTION IS MARKED
      * IN THE TEXT - STILL RUNNING FIRST (ITS RC MEANS NOTHING YET),
      * THEN AN RC ABOVE 4, THEN A LAST START OLDER THAN THE JOB'S
      * OVERDUE HOURS
      ******************************************************************
       7271-LIST-ONE-BATCH-RUN.
           MOVE CT-JOB-PROGRAM(WS-JOB-INDEX)       TO T18-PROGRAM-ID
           MOVE CT-JOB-OVERDUE-HOURS(WS-JOB-INDEX) TO
                WS-JOB-OVERDUE-HOURS
           MOVE SPACE TO WS-JOB-IS-OVERDUE
           SET SO-7271-PARA TO TRUE
           PERFORM 9110-START-DB2-CALL
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               SELECT CHAR(RUN_START), RUN_STATUS, RETURN_CODE,
                      ROWS_READ, ROWS_DELETED, ROWS_WRITTEN,
                      CASE WHEN :WS-JOB-OVERDUE-HOURS > 0
                            AND RUN_START < CURRENT TIMESTAMP -
                                            :WS-JOB-OVERDUE-HOURS HOURS
                           THEN 'Y' ELSE 'N' END
                 INTO :T18-RUN-START, :T18-RUN-STATUS,
                      :T18-RETURN-CODE, :T18-ROWS-READ,
                      :T18-ROWS-DELETED, :T18-ROWS-WRITTEN,
                      :WS-JOB-IS-OVERDUE
                 FROM T18_BATCH_RUN
                WHERE PROGRAM_ID = :T18-PROGRAM-ID
                ORDER BY RUN_START DESC
                FETCH FIRST ROW ONLY
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           MOVE SPACE TO WS-LISTING-TEXT
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             MOVE T18-PROGRAM-ID      TO WS-JOB-PROGRAM
             MOVE T18-RUN-START       TO WS-JOB-START
             MOVE T18-RUN-STATUS      TO WS-JOB-STATUS
             MOVE T18-RETURN-CODE     TO WS-JOB-RC-ED
             MOVE T18-ROWS-READ       TO WS-JOB-READ-ED
             MOVE T18-ROWS-DELETED    TO WS-JOB-DELETED-ED
             MOVE T18-ROWS-WRITTEN    TO WS-JOB-WRITTEN-ED
             EVALUATE TRUE
             WHEN T18-RUN-STATUS = 'R'
               MOVE '*** RUNNING' TO WS-JOB-FLAG
             WHEN T18-RETURN-CODE > 4
               MOVE '*** RC>4'    TO WS-JOB-FLAG
             WHEN WS-JOB-IS-OVERDUE = 'Y'
               MOVE '*** OVERDUE' TO WS-JOB-FLAG
             WHEN OTHER
               MOVE SPACE         TO WS-JOB-FLAG
             END-EVALUATE
             MOVE WS-JOB-LINE TO WS-LISTING-TEXT
           WHEN SO-SQLCODE-NOT-FOUND
             STRING T18-PROGRAM-ID(1:6) ' NEVER RUN'
               DELIMITED BY SIZE
               INTO WS-LISTING-TEXT
             END-STRING
             IF WS-JOB-OVERDUE-HOURS > 0 THEN
               MOVE '*** OVERDUE' TO WS-LISTING-TEXT(63:11)
             END-IF
           WHEN OTHER
             SET SO-7271-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           PERFORM 2115-ADD-LISTING-LINE
           .
      ******************************************************************
      *                     7290-LOAD-PARAMETERS
      * READS THE OPERATOR-SET T21_TUNING_PARM VALUES OVER THE ZZPRM01
      * DEFAULTS FOR THE 'T' LISTING, AND SETS CT-RATING-BASE FROM
      * THEM. A MISSING ROW LEAVES THE DEFAULT IN FORCE, AND SO DOES
      * AN UNREADABLE TABLE - THAT IS ONLY DISPLAYED, SO THE CONSOLE
      * STAYS USABLE (AND CAN SET THE PARAMETER AGAIN)
      ******************************************************************
       7290-LOAD-PARAMETERS.
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

           SET SO-7290-PARA TO TRUE
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
               PERFORM 7292-APPLY-PARAMETER-ROW
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

           MOVE PRM-VALUE(PRM-IX-RATING-BASE) TO CT-RATING-BASE
           .
      ******************************************************************
      *                     7292-APPLY-PARAMETER-ROW
      * A T21 ROW OVERRIDES ITS DEFAULT ONLY WHEN IT IS INSIDE THE
      * ZZPRM01 RANGE - THIS CONSOLE REFUSES ANYTHING ELSE, SO A ROW
      * OUTSIDE IT WAS SET BY HAND AND IS REPORTED AND IGNORED
      ******************************************************************
       7292-APPLY-PARAMETER-ROW.
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
      *                     7291-UPSERT-TUNING-PARM
      * STORES T21-PARM-VALUE UNDER T21-PARM-NAME - THE ROW IS
      * CREATED THE FIRST TIME THE PARAMETER IS SET. NO COMMIT HERE,
      * 9110 COMMITS IT AS THE CALLER'S T08 LOG ROW STARTS
      ******************************************************************
       7291-UPSERT-TUNING-PARM.
           SET SO-7291-PARA TO TRUE
           PERFORM 9115-START-DB2-WRITE
           PERFORM UNTIL SO-DB2-CALL-DONE
             EXEC SQL
               UPDATE T21_TUNING_PARM
                  SET PARM_VALUE   = :T21-PARM-VALUE,
                      CHANGED_TS   = CURRENT TIMESTAMP,
                      CHANGED_TERM = :T21-CHANGED-TERM
                WHERE PARM_NAME = :T21-PARM-NAME
             END-EXEC
             PERFORM 9120-CHECK-DB2-RETRY
           END-PERFORM
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
             CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
             SET SO-7291-PARA TO TRUE
             PERFORM 9115-START-DB2-WRITE
             PERFORM UNTIL SO-DB2-CALL-DONE
               EXEC SQL
                 INSERT INTO T21_TUNING_PARM
                   (PARM_NAME, PARM_VALUE, CHANGED_TS, CHANGED_TERM)
                   VALUES (:T21-PARM-NAME, :T21-PARM-VALUE,
                           CURRENT TIMESTAMP, :T21-CHANGED-TERM)
               END-EXEC
               PERFORM 9120-CHECK-DB2-RETRY
             END-PERFORM
             MOVE SQLCODE TO SW-SQLCODE
             IF NOT SO-SQLCODE-NORMAL THEN
               SET SO-7291-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
             END-IF
           WHEN OTHER
             SET SO-7291-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                      9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           END-STRING
           .
      ******************************************************************
      *                9100-ROLLBACK
      ******************************************************************
       9100-ROLLBACK.
           EXEC CICS
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
      ******************************************************************
      *                9200-LOG-ERROR-TO-DB2
      * WRITES THE PERMANENT T09_ERROR_LOG ROW, SAME SHAPE AS
      * Z02332'S PARAGRAPH OF THE SAME NAME. A FAILURE OF THE LOG
