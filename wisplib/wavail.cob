       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAVAIL.
      ****************************************************************
      * WAVAIL -- SYSTEM AVAILABILITY STATE.                          *
      *                                                                *
      *           THE NIGHTLY BACKUP USED TO COPY FILES WHILE THE     *
      *           EVENING SHIFT WAS STILL POSTING TO THEM, AND THE    *
      *           ONLY WAY TO KEEP USERS OUT FOR MAINTENANCE WAS A    *
      *           PHONE CALL ROUND THE FLOOR.  THE SYSTEM NOW CARRIES *
      *           ONE NAMED STATE -- ONLINE, BATCH-ONLY, QUIESCE OR   *
      *           MAINTENANCE -- THAT W@OPENFILE, WMENU, WMOTD AND    *
      *           WBACKUP ALL CONSULT:                                *
      *                                                                *
      *               CALL "WAVAIL" USING FUNC, WISP-AVAILABILITY     *
      *                                                                *
      *           FUNC "GET" - RETURN THE CURRENT STATE.  NO STATE    *
      *                        FILE MEANS ONLINE.                     *
      *                "SET" - MAKE AV-STATE CURRENT, WITH AV-REASON. *
      *                        THE OPERATOR (WCGETCTX, ELSE           *
      *                        WISPOPERID), RUN, DATE AND TIME ARE    *
      *                        STAMPED HERE; THE STATE REPLACED IS    *
      *                        KEPT AS THE PRIOR STATE.               *
      *                "REL" - PUT THE PRIOR STATE BACK (ONLINE IF    *
      *                        THERE IS NONE), SO A BACKUP THAT       *
      *                        QUIESCED A BATCH-ONLY EVENING HANDS IT *
      *                        BACK AS BATCH-ONLY.                    *
      *                                                                *
      *           THE STATE IS ONE LINE IN WAVAIL.DAT: STATE(12) sp   *
      *           DATE(8) sp TIME(8) sp BY(8) sp RUN(20) sp           *
      *           PRIOR(12) sp REASON(40).  EVERY SET AND REL ALSO    *
      *           APPENDS A LINE TO WAVAIL.LOG THROUGH WLOGWRT, SO    *
      *           THE HISTORY OF WHO CHANGED THE STATE SURVIVES THE   *
      *           NEXT CHANGE.  AV-RETURN: 0 = DONE, 1 = UNKNOWN      *
      *           STATE OR FUNCTION, 2 = WAVAIL.DAT NOT WRITTEN.      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAVAIL-FILE ASSIGN TO "WAVAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAV-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WAVAIL-FILE.
       01  WAVAIL-RECORD.
           05  WAV-REC-STATE         PIC X(12).
           05  FILLER                PIC X.
           05  WAV-REC-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  WAV-REC-TIME          PIC 9(8).
           05  FILLER                PIC X.
           05  WAV-REC-BY            PIC X(8).
           05  FILLER                PIC X.
           05  WAV-REC-RUN           PIC X(20).
           05  FILLER                PIC X.
           05  WAV-REC-PRIOR         PIC X(12).
           05  FILLER                PIC X.
           05  WAV-REC-REASON        PIC X(40).

       WORKING-STORAGE SECTION.

       01  WAV-FILE-STATUS           PIC XX.

       01  WAV-CURRENT.
           05  WAV-CUR-STATE         PIC X(12).
           05  WAV-CUR-DATE          PIC 9(8).
           05  WAV-CUR-TIME          PIC 9(8).
           05  WAV-CUR-BY            PIC X(8).
           05  WAV-CUR-RUN           PIC X(20).
           05  WAV-CUR-PRIOR         PIC X(12).
           05  WAV-CUR-REASON        PIC X(40).

       01  WAV-NEW-STATE             PIC X(12).
       01  WAV-NEW-PRIOR             PIC X(12).
       01  WAV-NEW-REASON            PIC X(40).
       01  WAV-OLD-STATE             PIC X(12).

       01  WAV-LOG-NAME              PIC X(12) VALUE "WAVAIL.LOG".
       01  WAV-LOG-LENGTH            PIC 9(4) COMP VALUE 160.
       01  WAV-LOG-LINE              PIC X(160).

      *    Operator attribution -- the chain context first, the
      *    session environment second.
       COPY "wispctx.cpy".
       01  WAV-OPERATOR-ENV          PIC X(40).

       LINKAGE SECTION.

       01  WAV-FUNC                  PIC X(3).
       COPY "wavail.cpy".

       PROCEDURE DIVISION USING WAV-FUNC, WISP-AVAILABILITY.

       MAIN-WAVAIL.

           PERFORM READ-CURRENT-STATE
               THRU READ-CURRENT-STATE-EXIT.

           EVALUATE WAV-FUNC
               WHEN "GET"
                   PERFORM RETURN-CURRENT-STATE
               WHEN "SET"
                   IF NOT AV-VALID-STATE
                       MOVE 1 TO AV-RETURN
                       GO TO WAVAIL-EXIT
                   END-IF
                   MOVE AV-STATE TO WAV-NEW-STATE
                   MOVE AV-REASON TO WAV-NEW-REASON
      *            Setting the state already in force keeps the
      *            prior one, so SET twice and REL once still lands
      *            on the state before either SET.
                   IF WAV-NEW-STATE = WAV-CUR-STATE
                       MOVE WAV-CUR-PRIOR TO WAV-NEW-PRIOR
                   ELSE
                       MOVE WAV-CUR-STATE TO WAV-NEW-PRIOR
                   END-IF
                   PERFORM SAVE-NEW-STATE
                       THRU SAVE-NEW-STATE-EXIT
               WHEN "REL"
                   IF WAV-CUR-PRIOR = SPACES
                       MOVE "ONLINE" TO WAV-NEW-STATE
                   ELSE
                       MOVE WAV-CUR-PRIOR TO WAV-NEW-STATE
                   END-IF
                   MOVE SPACES TO WAV-NEW-PRIOR
                   IF AV-REASON = SPACES
                       STRING "RELEASED FROM " DELIMITED BY SIZE
                              WAV-CUR-STATE    DELIMITED BY SPACE
                              INTO WAV-NEW-REASON
                       END-STRING
                   ELSE
                       MOVE AV-REASON TO WAV-NEW-REASON
                   END-IF
                   PERFORM SAVE-NEW-STATE
                       THRU SAVE-NEW-STATE-EXIT
               WHEN OTHER
                   PERFORM RETURN-CURRENT-STATE
                   MOVE 1 TO AV-RETURN
           END-EVALUATE.

       WAVAIL-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * THE STATE IN FORCE.  NO FILE, OR A STATE THIS PROGRAM DOES   *
      * NOT KNOW, READS AS ONLINE.                                   *
      ****************************************************************

       READ-CURRENT-STATE.

           MOVE SPACES TO WAV-CURRENT.
           MOVE ZERO TO WAV-CUR-DATE WAV-CUR-TIME.
           MOVE "ONLINE" TO WAV-CUR-STATE.
           MOVE SPACES TO WAV-NEW-REASON.

           OPEN INPUT WAVAIL-FILE.
           IF WAV-FILE-STATUS NOT = "00"
               GO TO READ-CURRENT-STATE-EXIT
           END-IF.
           READ WAVAIL-FILE
               AT END
                   MOVE SPACES TO WAVAIL-RECORD
           END-READ.
           CLOSE WAVAIL-FILE.

           IF WAV-REC-STATE = "ONLINE" OR "BATCH-ONLY"
                   OR "QUIESCE" OR "MAINTENANCE"
               MOVE WAV-REC-STATE TO WAV-CUR-STATE
               IF WAV-REC-DATE IS NUMERIC
                   MOVE WAV-REC-DATE TO WAV-CUR-DATE
               END-IF
               IF WAV-REC-TIME IS NUMERIC
                   MOVE WAV-REC-TIME TO WAV-CUR-TIME
               END-IF
               MOVE WAV-REC-BY TO WAV-CUR-BY
               MOVE WAV-REC-RUN TO WAV-CUR-RUN
               MOVE WAV-REC-PRIOR TO WAV-CUR-PRIOR
               MOVE WAV-REC-REASON TO WAV-CUR-REASON
           END-IF.

       READ-CURRENT-STATE-EXIT.
           EXIT.

       RETURN-CURRENT-STATE.

           MOVE WAV-CUR-STATE TO AV-STATE.
           MOVE WAV-CUR-DATE TO AV-SET-DATE.
           MOVE WAV-CUR-TIME TO AV-SET-TIME.
           MOVE WAV-CUR-BY TO AV-SET-BY.
           MOVE WAV-CUR-RUN TO AV-SET-RUN.
           MOVE WAV-CUR-PRIOR TO AV-PRIOR-STATE.
           MOVE WAV-CUR-REASON TO AV-REASON.
           MOVE ZERO TO AV-RETURN.

      ****************************************************************
      * WRITE THE NEW STATE, HAND IT BACK TO THE CALLER, AND ADD THE *
      * CHANGE TO THE WAVAIL.LOG HISTORY.                            *
      ****************************************************************

       SAVE-NEW-STATE.

           MOVE WAV-CUR-STATE TO WAV-OLD-STATE.
           MOVE WAV-NEW-STATE TO WAV-CUR-STATE.
           MOVE WAV-NEW-PRIOR TO WAV-CUR-PRIOR.
           MOVE WAV-NEW-REASON TO WAV-CUR-REASON.
           CALL "WBATDATE" USING "GET", WAV-CUR-DATE
               ON EXCEPTION
                   ACCEPT WAV-CUR-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT WAV-CUR-TIME FROM TIME.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WAV-CUR-RUN FROM ENVIRONMENT-VALUE.

           CALL "WCGETCTX" USING WISP-CHAIN-CONTEXT
               ON EXCEPTION
                   MOVE SPACES TO WISP-CHAIN-CONTEXT
           END-CALL.
           IF CTX-OPERATOR-ID NOT = SPACES
               MOVE CTX-OPERATOR-ID (1:8) TO WAV-CUR-BY
           ELSE
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WAV-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WAV-OPERATOR-ENV (1:8) TO WAV-CUR-BY
           END-IF.

           MOVE SPACES TO WAVAIL-RECORD.
           MOVE WAV-CUR-STATE TO WAV-REC-STATE.
           MOVE WAV-CUR-DATE TO WAV-REC-DATE.
           MOVE WAV-CUR-TIME TO WAV-REC-TIME.
           MOVE WAV-CUR-BY TO WAV-REC-BY.
           MOVE WAV-CUR-RUN TO WAV-REC-RUN.
           MOVE WAV-CUR-PRIOR TO WAV-REC-PRIOR.
           MOVE WAV-CUR-REASON TO WAV-REC-REASON.

           OPEN OUTPUT WAVAIL-FILE.
           IF WAV-FILE-STATUS NOT = "00"
               PERFORM RETURN-CURRENT-STATE
               MOVE 2 TO AV-RETURN
               GO TO SAVE-NEW-STATE-EXIT
           END-IF.
           WRITE WAVAIL-RECORD.
           CLOSE WAVAIL-FILE.

           PERFORM RETURN-CURRENT-STATE.

           MOVE SPACES TO WAV-LOG-LINE.
           STRING WAV-CUR-DATE         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WAV-CUR-TIME         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WAV-FUNC             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WAV-CUR-STATE        DELIMITED BY SIZE
                  " BY="               DELIMITED BY SIZE
                  WAV-CUR-BY           DELIMITED BY SIZE
                  " RUN="              DELIMITED BY SIZE
                  WAV-CUR-RUN          DELIMITED BY SIZE
                  " WAS="              DELIMITED BY SIZE
                  WAV-OLD-STATE        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WAV-CUR-REASON       DELIMITED BY SIZE
                  INTO WAV-LOG-LINE
           END-STRING.
           CALL "WLOGWRT" USING WAV-LOG-NAME, WAV-LOG-LENGTH,
               WAV-LOG-LINE.

       SAVE-NEW-STATE-EXIT.
           EXIT.
