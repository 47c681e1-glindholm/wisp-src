           05  W-REG-REC-LIB        PIC X(8).
           05  FILLER               PIC X.
           05  W-REG-REC-FILE       PIC X(8).
           05  FILLER               PIC X.
           05  W-REG-REC-ACCESS     PIC X.

       WORKING-STORAGE SECTION.

