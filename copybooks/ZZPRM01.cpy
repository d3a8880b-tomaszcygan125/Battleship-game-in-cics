      ******************************************************************
      *  ZZPRM01 - CATALOG OF THE TUNING PARAMETERS KEPT IN
      *  T21_TUNING_PARM (Z02332, Z02333, Z02334, Z02336, Z02337 AND
      *  Z02341 READ THEM AS THEY START)
      *
      *  ONE ENTRY PER PARAMETER: ITS NAME (THE T21 PARM_NAME), THE
      *  VALUE USED WHEN IT HAS NO T21 ROW, THE LOWEST AND HIGHEST
      *  VALUE THE CONSOLE ACCEPTS, AND THE PROGRAMS THAT USE IT.
      *  A T21 ROW OUTSIDE ITS RANGE (SET BY HAND IN THE TABLE) IS
      *  IGNORED AND THE DEFAULT IS USED.
      *  THE PRM-IX- POSITIONS BELOW MUST STAY IN STEP WITH THE ORDER
      *  OF THE ENTRIES, AND PRM-ENTRY-COUNT WITH THEIR NUMBER
      ******************************************************************
       01  PRM-CATALOG-VALUES.
      *  GAME TIMING, IN MILLISECONDS (Z02332)
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'INACTIVITY-MS'.
               10  FILLER                PIC 9(8)  VALUE 100000.
               10  FILLER                PIC 9(8)  VALUE 10000.
               10  FILLER                PIC 9(8)  VALUE 3600000.
               10  FILLER                PIC X(13) VALUE 'Z02332'.
           05  FILLER.
               10  FILLER                PIC X(16) VALUE 'BLITZ-MS'.
               10  FILLER                PIC 9(8)  VALUE 30000.
               10  FILLER                PIC 9(8)  VALUE 5000.
               10  FILLER                PIC 9(8)  VALUE 300000.
               10  FILLER                PIC X(13) VALUE 'Z02332'.
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'MATCHMAKE-MS'.
               10  FILLER                PIC 9(8)  VALUE 50000.
               10  FILLER                PIC 9(8)  VALUE 10000.
               10  FILLER                PIC 9(8)  VALUE 600000.
               10  FILLER                PIC X(13) VALUE 'Z02332'.
      *  THE RATING FORMULA - Z02332 RATES AS GAMES END, Z02341
      *  REBUILDS THE RATINGS WITH THE SAME VALUES AND Z02336 GIVES
      *  A NICK IT REGISTERS THE BASE RATING
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'RATING-BASE'.
               10  FILLER                PIC 9(8)  VALUE 1000.
               10  FILLER                PIC 9(8)  VALUE 100.
               10  FILLER                PIC 9(8)  VALUE 3000.
               10  FILLER                PIC X(13)
                                         VALUE 'Z02332/36/41'.
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'RATING-SWING'.
               10  FILLER                PIC 9(8)  VALUE 16.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 100.
               10  FILLER                PIC X(13) VALUE 'Z02332/41'.
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'RATING-SLOPE'.
               10  FILLER                PIC 9(8)  VALUE 25.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 400.
               10  FILLER                PIC X(13) VALUE 'Z02332/41'.
           05  FILLER.
               10  FILLER                PIC X(16) VALUE 'RATING-CAP'.
               10  FILLER                PIC 9(8)  VALUE 31.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 200.
               10  FILLER                PIC X(13) VALUE 'Z02332/41'.
      *  REGISTERED-NICK PIN GUESSING - THIS MANY WRONG PINS IN A ROW
      *  LOCK THE NICK FOR THIS MANY MINUTES (Z02332)
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'PIN-MAX-ATTEMPTS'.
               10  FILLER                PIC 9(8)  VALUE 3.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 20.
               10  FILLER                PIC X(13) VALUE 'Z02332'.
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'PIN-LOCK-MINUTES'.
               10  FILLER                PIC 9(8)  VALUE 15.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 1440.
               10  FILLER                PIC X(13) VALUE 'Z02332'.
      *  BATCH HOUSEKEEPING AND REPORTING
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'STALE-HOURS'.
               10  FILLER                PIC 9(8)  VALUE 4.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 72.
               10  FILLER                PIC X(13) VALUE 'Z02333'.
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'WEEKLY-RPT-DAYS'.
               10  FILLER                PIC 9(8)  VALUE 7.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 92.
               10  FILLER                PIC X(13) VALUE 'Z02334'.
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'RETAIN-DAYS'.
               10  FILLER                PIC 9(8)  VALUE 90.
               10  FILLER                PIC 9(8)  VALUE 7.
               10  FILLER                PIC 9(8)  VALUE 3650.
               10  FILLER                PIC X(13) VALUE 'Z02337'.
           05  FILLER.
               10  FILLER                PIC X(16)
                                         VALUE 'COMMIT-ROWS'.
               10  FILLER                PIC 9(8)  VALUE 500.
               10  FILLER                PIC 9(8)  VALUE 1.
               10  FILLER                PIC 9(8)  VALUE 9999.
               10  FILLER                PIC X(13) VALUE 'Z02337'.
       01  PRM-CATALOG REDEFINES PRM-CATALOG-VALUES.
           05  PRM-ENTRY                 OCCURS 13 TIMES.
               10  PRM-NAME              PIC X(16).
               10  PRM-DEFAULT           PIC 9(8).
               10  PRM-LOWEST            PIC 9(8).
               10  PRM-HIGHEST           PIC 9(8).
               10  PRM-USED-BY           PIC X(13).
      *  THE VALUE IN FORCE FOR THIS RUN OR TASK, AND WHERE IT CAME
      *  FROM: 'T' = A T21 ROW, 'D' = THE DEFAULT ABOVE
       01  PRM-IN-FORCE.
           05  PRM-CURRENT               OCCURS 13 TIMES.
               10  PRM-VALUE             PIC S9(9) COMP.
               10  PRM-SOURCE            PIC X(1).
                   88  PRM-FROM-TABLE              VALUE 'T'.
                   88  PRM-FROM-DEFAULT            VALUE 'D'.
       01  PRM-ENTRY-COUNT               PIC S9(4) COMP VALUE 13.
       01  PRM-SUB                       PIC S9(4) COMP.
       01  PRM-VALUE-ED                  PIC Z(7)9.
       01  PRM-LOWEST-ED                 PIC Z(7)9.
       01  PRM-HIGHEST-ED                PIC Z(7)9.
       01  PRM-IX-INACTIVITY-MS          PIC S9(4) COMP VALUE 1.
       01  PRM-IX-BLITZ-MS               PIC S9(4) COMP VALUE 2.
       01  PRM-IX-MATCHMAKE-MS           PIC S9(4) COMP VALUE 3.
       01  PRM-IX-RATING-BASE            PIC S9(4) COMP VALUE 4.
       01  PRM-IX-RATING-SWING           PIC S9(4) COMP VALUE 5.
       01  PRM-IX-RATING-SLOPE           PIC S9(4) COMP VALUE 6.
       01  PRM-IX-RATING-CAP             PIC S9(4) COMP VALUE 7.
       01  PRM-IX-PIN-MAX-ATTEMPTS       PIC S9(4) COMP VALUE 8.
       01  PRM-IX-PIN-LOCK-MINUTES       PIC S9(4) COMP VALUE 9.
       01  PRM-IX-STALE-HOURS            PIC S9(4) COMP VALUE 10.
       01  PRM-IX-WEEKLY-RPT-DAYS        PIC S9(4) COMP VALUE 11.
       01  PRM-IX-RETAIN-DAYS            PIC S9(4) COMP VALUE 12.
       01  PRM-IX-COMMIT-ROWS            PIC S9(4) COMP VALUE 13.
