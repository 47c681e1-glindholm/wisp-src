      *           ROOM; ITS WRITER CARRIES THE TAG IN THE RECORD      *
      *           ITSELF.                                             *
      *                                                                *
      *           THE SESSION'S ENVIRONMENT PROFILE (WISPENV,         *
      *           PUBLISHED BY WENVPROF) IS STAMPED THE SAME WAY,     *
      *           " ENV=name" RIGHT AFTER THE ENTITY TAG (OR IN ITS   *
      *           PLACE WHEN THERE IS NONE), SO A TEST OR DR RECORD   *
      *           CAN NEVER PASS FOR A PRODUCTION ONE.                *
      *                                                                *
      *           SEMANTICS: OPEN EXTEND, RETRIED ON A BUSY FILE      *
      *           (ONE SECOND BETWEEN TRIES, WISPCFG KEY LOGRETRY     *
      *           TRIES, DEFAULT 5).  OPEN OUTPUT IS USED ONLY WHEN   *
       01  WLW-SLEEP-SECS           PIC 9(4) COMP VALUE 1.
       01  WLW-RUN-ID               PIC X(20).
       01  WLW-ENTITY-ENV           PIC X(4).
       01  WLW-PROFILE-ENV          PIC X(8).
       01  WLW-TAG-POS              PIC 9(4) COMP.

      *    Mirror state -- the directory is read once per run; a
      *    failed mirror write degrades to primary-only with one
               INSPECT WLW-LOG-RECORD
                   REPLACING ALL LOW-VALUE BY SPACE
               PERFORM STAMP-ENTITY-TAG
                   THRU STAMP-ENTITY-TAG-DONE
               WRITE WLW-LOG-RECORD
               CLOSE WLW-LOG-FILE
               PERFORM MIRROR-THE-RECORD

      ****************************************************************
      * THE SESSION'S ENTITY CODE, STAMPED AT THE RECORD'S DECLARED  *
      * LENGTH PLUS ONE -- A FIXED COLUMN FOR EACH LOG'S READERS --   *
      * AND ITS ENVIRONMENT PROFILE AFTER IT.                        *
      ****************************************************************

       STAMP-ENTITY-TAG.

           IF WLW-USE-LENGTH > 1975
               GO TO STAMP-ENTITY-TAG-DONE
           END-IF.
           COMPUTE WLW-TAG-POS = WLW-USE-LENGTH + 1.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           ACCEPT WLW-ENTITY-ENV FROM ENVIRONMENT-VALUE.
           IF WLW-ENTITY-ENV NOT = SPACES
               STRING " ENTITY="       DELIMITED BY SIZE
                      WLW-ENTITY-ENV   DELIMITED BY SIZE
                      INTO WLW-LOG-RECORD (WLW-TAG-POS:12)
               END-STRING
               ADD 12 TO WLW-TAG-POS
           END-IF.
           DISPLAY "WISPENV" UPON ENVIRONMENT-NAME.
           ACCEPT WLW-PROFILE-ENV FROM ENVIRONMENT-VALUE.
           IF WLW-PROFILE-ENV NOT = SPACES
               STRING " ENV="          DELIMITED BY SIZE
                      WLW-PROFILE-ENV  DELIMITED BY SIZE
                      INTO WLW-LOG-RECORD (WLW-TAG-POS:13)
               END-STRING
           END-IF.

