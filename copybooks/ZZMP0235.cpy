           02  BLITZF                       PIC X.
           02  BLITZA                       PIC X.
           02  BLITZI                       PIC X.
           02  CHOIC9L                      PIC S9(4) COMP.
           02  CHOIC9F                      PIC X.
           02  CHOIC9A                      PIC X.
           02  CHOIC9I                      PIC X.
       01  MP0235O.
           02  FILLER                       PIC X(12).
           02  MSG2O                        PIC X(40).
