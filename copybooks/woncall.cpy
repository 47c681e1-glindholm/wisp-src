      ******************************************************************
      * WONCALL - who is on call at a given date and time, as answered
      *           by WONCALL from the roster WONCALL.DAT.  OC-PERSON
      *           is by escalation level: 1 primary, 2 secondary,
      *           3 manager.  A blank person means the roster names
      *           nobody at that level and the level is skipped.
      ******************************************************************

       01  WONCALL-RESULT.
           05  OC-SHIFT               PIC X(8).
           05  OC-LEVELS.
               10  OC-PERSON          PIC X(8) OCCURS 3 TIMES.
