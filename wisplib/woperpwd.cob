
       FILE SECTION.
       FD  WOPERMST-FILE.
       01  WOPERMST-RECORD            PIC X(153).

       WORKING-STORAGE SECTION.

       01  WPW-TABLE.
           05  WPW-TAB-ENTRY  OCCURS 200 TIMES
                              INDEXED BY WPW-X.
               10  WPW-TAB-RECORD    PIC X(153).
       01  WPW-MATCH-NUM             PIC 9(4)  COMP.

      *    The matched record -- same columns WOPERVAL reads.
           05  WPW-WRK-TRAIN         PIC X.
           05  FILLER                PIC X.
           05  WPW-WRK-ENTITY        PIC X(4).
           05  FILLER                PIC X.
           05  WPW-WRK-ROLES         PIC X(35).
           05  FILLER                PIC X.
           05  WPW-WRK-SUPV          PIC X(8).
           05  FILLER                PIC X.
           05  WPW-WRK-LASTSIGN      PIC X(8).

       01  WPW-TODAY                 PIC 9(8).
       01  WPW-ERRLOG-DETAIL         PIC X(80).
