           02  PINNF                        PIC X.
           02  PINNA                        PIC X.
           02  PINNI                        PIC X(4).
           02  NPINL                        PIC S9(4) COMP.
           02  NPINF                        PIC X.
           02  NPINA                        PIC X.
           02  NPINI                        PIC X(4).
       01  MP0236O.
           02  FILLER                       PIC X(12).
           02  NICKLSTO                     PIC X(30) OCCURS 5 TIMES.
