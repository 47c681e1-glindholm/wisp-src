       01  WISP-GT-RUN-ID            PIC X(20).
       01  WISP-GT-ENTITY-ENV        PIC X(4).
       01  WISP-GT-TRAIN-ENV         PIC X(4).
       01  WISP-GT-PROFILE-ENV       PIC X(8).
       01  WISP-GT-CHAIN-STORE       PIC X(12) VALUE "GTPMAUD".
       01  WISP-GT-CHAIN-LENGTH      PIC 9(4) COMP.
       01  WISP-GT-CHAIN-VALUE       PIC 9(9).
               END-PERFORM
           END-PERFORM.

      *    The session's entity, training and environment marks, the
      *    same tags
      *    WMFNGETPARM stamps on every other GTPMAUD record -- a
      *    training transaction must never pass for a real one, and
      *    the entity filters read the tag from the record itself.
                      WITH POINTER WISP-GT-AUDIT-PTR
               END-STRING
           END-IF.
           MOVE SPACES TO WISP-GT-PROFILE-ENV.
           DISPLAY "WISPENV" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-GT-PROFILE-ENV FROM ENVIRONMENT-VALUE.
           IF WISP-GT-PROFILE-ENV NOT = SPACES
               STRING " ENV="               DELIMITED BY SIZE
                      WISP-GT-PROFILE-ENV   DELIMITED BY SPACE
                      INTO WISP-GT-AUDIT-LINE
                      WITH POINTER WISP-GT-AUDIT-PTR
               END-STRING
           END-IF.

      *    The same chain tag every GTPMAUD record carries.
           COMPUTE WISP-GT-CHAIN-LENGTH = WISP-GT-AUDIT-PTR - 1.
