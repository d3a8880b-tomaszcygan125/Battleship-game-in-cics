      ******************************************************************
      *  T21TABS - DCLGEN FOR T21_TUNING_PARM
      *  ONE ROW PER TUNING PARAMETER AN OPERATOR HAS SET FROM THE
      *  Z02336 CONSOLE (ACTION 'T'), KEYED BY PARM_NAME. THE NAMES,
      *  THEIR DEFAULTS AND THEIR ALLOWED RANGES ARE IN ZZPRM01 - A
      *  PARAMETER WITH NO ROW HERE RUNS AT ITS DEFAULT.
      *  CHANGED_TS / CHANGED_TERM ARE THE LAST CHANGE; THE WHOLE
      *  HISTORY (OLD AND NEW VALUES) IS IN T08_OPERATOR_LOG
      ******************************************************************
       01  T21-PARM-NAME                PIC X(16).
       01  T21-PARM-VALUE               PIC S9(9) COMP.
       01  T21-CHANGED-TS               PIC X(26).
       01  T21-CHANGED-TERM             PIC X(4).
