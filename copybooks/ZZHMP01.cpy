      ******************************************************************
      *  ZZHMP01 - RECORD LAYOUTS OF THE MONTHLY SHOT HEATMAP FILE
      *  (Z02345 WRITES IT, THE GAME-DESIGN GROUP LOADS IT INTO A
      *  SPREADSHEET)
      *
      *  FIXED 80-BYTE RECORDS WHOSE FIELDS ARE ALSO SEPARATED BY
      *  COMMAS, SO THE FILE LOADS EITHER AS FIXED COLUMNS OR AS
      *  COMMA-DELIMITED TEXT:
      *    - ONE HEADING ROW NAMING THE COLUMNS, FIRST
      *    - ONE CELL ROW PER BOARD SIZE, ROW AND COLUMN - EVERY CELL
      *      OF BOTH BOARDS, SO EACH FILE HAS THE SAME SHAPE EVEN
      *      WHEN A CELL WAS NEVER FIRED AT
      *  THE RUN DATE IS ON EVERY CELL ROW SO SUCCESSIVE MONTHS CAN
      *  BE STACKED IN ONE SHEET
      ******************************************************************
       01  HMP-HEADING-ROW.
           05  FILLER                    PIC X(26)
                               VALUE 'RUN_DATE,BOARD,ROW,COLUMN,'.
           05  FILLER                    PIC X(19)
                               VALUE 'SHOTS,HITS,HIT_PCT,'.
           05  FILLER                    PIC X(25)
                               VALUE 'OPENING_SHOTS,OPENING_PCT'.
           05  FILLER                    PIC X(10) VALUE SPACE.
       01  HMP-CELL-ROW.
      *  YYYY-MM-DD
           05  HMP-RUN-DATE              PIC X(10).
           05  FILLER                    PIC X(1)  VALUE ','.
      *  '10X10' OR '8X8'
           05  HMP-BOARD                 PIC X(5).
           05  FILLER                    PIC X(1)  VALUE ','.
           05  HMP-ROW                   PIC 9(2).
           05  FILLER                    PIC X(1)  VALUE ','.
           05  HMP-COLUMN                PIC 9(2).
           05  FILLER                    PIC X(1)  VALUE ','.
      *  SHOTS FIRED AT THE CELL, AND HOW MANY OF THEM HIT A SHIP
           05  HMP-SHOTS                 PIC 9(9).
           05  FILLER                    PIC X(1)  VALUE ','.
           05  HMP-HITS                  PIC 9(9).
           05  FILLER                    PIC X(1)  VALUE ','.
      *  HITS AS A WHOLE PERCENTAGE OF THE SHOTS, 000 WHEN NO SHOTS
           05  HMP-HIT-PCT               PIC 9(3).
           05  FILLER                    PIC X(1)  VALUE ','.
      *  OPENING SHOTS (A SIDE'S FIRST CT-OPENING-SHOTS OF A GAME)
      *  FIRED AT THE CELL, AND THEIR SHARE OF ALL THE BOARD SIZE'S
      *  OPENING SHOTS IN PERCENT WITH ONE DECIMAL
           05  HMP-OPENING-SHOTS         PIC 9(9).
           05  FILLER                    PIC X(1)  VALUE ','.
           05  HMP-OPENING-PCT           PIC 999.9.
      *  DATA FIELDS TOTAL 62, PADDED TO THE 80-BYTE LRECL
           05  FILLER                    PIC X(18) VALUE SPACE.
