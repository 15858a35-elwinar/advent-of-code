      * FreezeFD.cpy
      *
      * FDs/records for the freeze files (see Freeze.cpy). The
      * calendar holds one "FREEZE|from|to|season|day|part|reason"
      * record per window: from/to are YYYYMMDD dates, both days
      * included, a blank "to" leaving the window open; season, day
      * and part are "*" for any. Records beginning "*" are comments.
       FD FreezeCalFile.
       01 FreezeCalRec    PIC X(120).
       88 EndOfFreezeCal  VALUE HIGH-VALUES.

      * One freeze.log record per event, "|"-separated from the
      * event word: FROZEN (a launch refused), OVERRIDE (a launch let
      * through by an authorized emergency override, with its
      * reason), LOCK and UNLOCK (an answer lock set or released).
       FD FreezeLogFile.
       01 FreezeLogRec    PIC X(200).
