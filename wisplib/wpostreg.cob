       IDENTIFICATION DIVISION.
       PROGRAM-ID. WPOSTREG.
      ****************************************************************
      * WPOSTREG -- THE POSTING REGISTER.                             *
      *                                                                *
      *           WCRESTART AND THE MAKEUP QUEUE MAKE A RERUN EASY -- *
      *           EASY ENOUGH THAT A POSTING STEP WHICH HAD IN FACT   *
      *           COMPLETED WAS RUN AGAIN AND THE DAY'S LEDGER WAS    *
      *           DOUBLED.  A POSTING PROGRAM NOW DECLARES WHAT IT IS *
      *           ABOUT TO POST BEFORE IT WRITES ANYTHING, AND SAYS   *
      *           SO AGAIN WHEN IT HAS FINISHED:                      *
      *                                                                *
      *               CALL "WPOSTREG" USING FUNC, WPOSTREG-RECORD,    *
      *                   RET                                         *
      *                                                                *
      *           THE CALLER SETS THE KEY (COPY "wpostreg"):          *
      *           PR-PROGRAM, PR-BUS-DATE (ZERO = THE WBATDATE        *
      *           BUSINESS DATE), PR-ENTITY (SPACES = THE SESSION'S   *
      *           WISPENTITY) AND PR-BATCH (SPACES WHEN THE PROGRAM   *
      *           DOES NOT POST IN BATCHES).                          *
      *                                                                *
      *           WPR-FUNC "BEG " - THE POSTING IS STARTING.          *
      *                      RET 0 = REGISTERED -- POST.              *
      *                          1 = REFUSED: THE KEY HAS ALREADY     *
      *                              COMPLETED AND NO REVERSAL HAS    *
      *                              BEEN RECORDED SINCE.  THE RECORD *
      *                              COMES BACK AS THE COMPLETION     *
      *                              LINE, AND THE REFUSAL IS ON      *
      *                              WISPERR.LOG.  THE PROGRAM MUST   *
      *                              STOP WITHOUT POSTING.            *
      *                    "END " - THE POSTING HAS COMPLETED.  THE   *
      *                      RESULT BLOCK THE PROGRAM STORED WITH     *
      *                      WCSETRES (COUNTS, AMOUNT, STATUS) IS     *
      *                      TAKEN BACK THROUGH WCGETRES AND CARRIED  *
      *                      ON THE LINE; A PROGRAM THAT DOES NOT USE *
      *                      WCSETRES SETS PR-RES-STATUS, PR-COUNT-1, *
      *                      PR-COUNT-2, PR-AMOUNT AND PR-TEXT        *
      *                      ITSELF.                                  *
      *                    "REV " - RECORD THAT THE COMPLETED POSTING *
      *                      HAS BEEN BACKED OUT, PR-TEXT SAYING WHY, *
      *                      SO THE KEY MAY BE POSTED AGAIN.  NEEDS   *
      *                      THE POSTREG-REV FUNCTION IN WFUNAUTH.DAT.*
      *                      RET 0 = RECORDED.                        *
      *                          1 = THE KEY IS NOT POSTED -- NOTHING *
      *                              TO REVERSE.                      *
      *                          2 = REFUSED BY WAUTHCHK.             *
      *                    "GET " - WHERE THE KEY STANDS; THE RECORD  *
      *                      COMES BACK AS ITS LAST LINE.             *
      *                      RET 0 = POSTED.                          *
      *                          1 = NEVER REGISTERED.                *
      *                          2 = BEGUN, NOT COMPLETED -- A RUN    *
      *                              THAT DID NOT FINISH.             *
      *                          3 = REVERSED.                        *
      *                                                                *
      *           WPOSTREG.DAT IS APPEND-ONLY THROUGH WLOGWRT.  LINES *
      *           ARE STAMPED WITH THE WALL CLOCK, THE RUN ID AND THE *
      *           CALLER'S PR-OPERATOR (THE SESSION'S WISPOPERID WHEN *
      *           BLANK).  WPOSTINQ AND WPOSTRPT ANSWER "DID THE 14TH *
      *           POST?" FROM IT.                                     *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPR-REGISTER-FILE ASSIGN TO "WPOSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WPR-REGISTER-FILE.
       01  WPR-FILE-RECORD.
           05  WPR-FR-TYPE           PIC X.
           05  FILLER                PIC X.
           05  WPR-FR-PROGRAM        PIC X(8).
           05  FILLER                PIC X.
           05  WPR-FR-BUS-DATE       PIC X(8).
           05  FILLER                PIC X.
           05  WPR-FR-ENTITY         PIC X(4).
           05  FILLER                PIC X.
           05  WPR-FR-BATCH          PIC X(10).
           05  FILLER                PIC X(153).

       WORKING-STORAGE SECTION.

       01  WPR-FILE-STATUS           PIC XX.
       01  WPR-EOF-SWITCH            PIC X.
           88  WPR-EOF                         VALUE "Y".
       01  WPR-LAST-TYPE             PIC X.
       01  WPR-LAST-LINE             PIC X(188).
       01  WPR-BUS-DATE-X            PIC X(8).

       01  WPR-OPERATOR-ENV          PIC X(80).
       01  WPR-ENTITY-ENV            PIC X(80).
       01  WPR-LOG-NAME              PIC X(12) VALUE "WPOSTREG.DAT".
       01  WPR-LOG-LENGTH            PIC 9(4) COMP VALUE 188.
       01  WPR-AUTH-FUNC             PIC X(12) VALUE "POSTREG-REV".
       01  WPR-AUTH-RETURN           PIC 9.
       01  WPR-ERRLOG-DETAIL         PIC X(80).

       COPY "wispres.cpy".

       LINKAGE SECTION.

       01  WPR-FUNC                  PIC X(4).
       COPY "wpostreg.cpy".
       01  WPR-RETURN                PIC 9.

       PROCEDURE DIVISION USING WPR-FUNC, WPOSTREG-RECORD,
                                WPR-RETURN.

       MAIN-WPOSTREG.

           MOVE ZERO TO WPR-RETURN.
           PERFORM COMPLETE-THE-KEY.
           EVALUATE WPR-FUNC
               WHEN "BEG "
                   PERFORM BEGIN-POSTING
                       THRU BEGIN-POSTING-EXIT
               WHEN "END "
                   PERFORM END-POSTING
               WHEN "REV "
                   PERFORM REVERSE-POSTING
                       THRU REVERSE-POSTING-EXIT
               WHEN "GET "
                   PERFORM GET-POSTING
           END-EVALUATE.

           EXIT PROGRAM.

      ****************************************************************
      * THE KEY'S DEFAULTS -- TODAY'S BUSINESS DATE, THE SESSION'S   *
      * ENTITY.                                                      *
      ****************************************************************

       COMPLETE-THE-KEY.

           IF PR-BUS-DATE IS NOT NUMERIC OR PR-BUS-DATE = ZERO
               CALL "WBATDATE" USING "GET", PR-BUS-DATE
                   ON EXCEPTION
                       ACCEPT PR-BUS-DATE FROM DATE YYYYMMDD
               END-CALL
           END-IF.
           IF PR-ENTITY = SPACES
               DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME
               ACCEPT WPR-ENTITY-ENV FROM ENVIRONMENT-VALUE
               MOVE WPR-ENTITY-ENV (1:4) TO PR-ENTITY
           END-IF.
           MOVE PR-BUS-DATE TO WPR-BUS-DATE-X.

      ****************************************************************
      * BEG -- REFUSED WHILE THE KEY STANDS COMPLETED.               *
      ****************************************************************

       BEGIN-POSTING.

           PERFORM FIND-LAST-LINE.
           IF WPR-LAST-TYPE = "C"
               MOVE WPR-LAST-LINE TO WPOSTREG-RECORD
               MOVE 1 TO WPR-RETURN
               MOVE SPACES TO WPR-ERRLOG-DETAIL
               STRING "ALREADY POSTED PROGRAM=" PR-PROGRAM
                      " DATE=" PR-BUS-DATE " ENT=" PR-ENTITY
                      " BATCH=" PR-BATCH
                      DELIMITED BY SIZE
                      INTO WPR-ERRLOG-DETAIL
               END-STRING
               CALL "WISPERRLOG" USING "WPOSTREG", "BEGIN-POSTING",
                   WPR-ERRLOG-DETAIL
               GO TO BEGIN-POSTING-EXIT
           END-IF.

           SET PR-BEGUN TO TRUE.
           MOVE ZERO TO PR-RES-STATUS PR-COUNT-1 PR-COUNT-2 PR-AMOUNT.
           MOVE SPACES TO PR-TEXT.
           PERFORM STAMP-AND-WRITE-LINE.

       BEGIN-POSTING-EXIT.
           EXIT.

      ****************************************************************
      * END -- THE COMPLETION, WITH THE PROGRAM'S RESULT BLOCK.      *
      ****************************************************************

       END-POSTING.

           MOVE SPACES TO RES-PROGRAM.
           CALL "WCGETRES" USING WISP-LINK-RESULT
               ON EXCEPTION
                   MOVE SPACES TO RES-PROGRAM
           END-CALL.
           IF RES-PROGRAM = PR-PROGRAM AND RES-PROGRAM NOT = SPACES
               MOVE RES-STATUS TO PR-RES-STATUS
               MOVE RES-COUNT-1 TO PR-COUNT-1
               MOVE RES-COUNT-2 TO PR-COUNT-2
               MOVE RES-AMOUNT TO PR-AMOUNT
               MOVE RES-STATUS-TEXT TO PR-TEXT
           END-IF.
           IF PR-RES-STATUS IS NOT NUMERIC
               MOVE ZERO TO PR-RES-STATUS
           END-IF.
           IF PR-COUNT-1 IS NOT NUMERIC
               MOVE ZERO TO PR-COUNT-1
           END-IF.
           IF PR-COUNT-2 IS NOT NUMERIC
               MOVE ZERO TO PR-COUNT-2
           END-IF.
           IF PR-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO PR-AMOUNT
           END-IF.
           SET PR-COMPLETED TO TRUE.
           PERFORM STAMP-AND-WRITE-LINE.

      ****************************************************************
      * REV -- THE COMPLETED POSTING BACKED OUT, BY AN OPERATOR WITH *
      * THE AUTHORITY.                                               *
      ****************************************************************

       REVERSE-POSTING.

           CALL "WAUTHCHK" USING WPR-AUTH-FUNC, WPR-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WPR-AUTH-RETURN
           END-CALL.
           IF WPR-AUTH-RETURN NOT = ZERO
               MOVE 2 TO WPR-RETURN
               GO TO REVERSE-POSTING-EXIT
           END-IF.
           PERFORM FIND-LAST-LINE.
           IF WPR-LAST-TYPE NOT = "C"
               MOVE 1 TO WPR-RETURN
               GO TO REVERSE-POSTING-EXIT
           END-IF.

           SET PR-REVERSED TO TRUE.
           MOVE WPR-LAST-LINE (85:43) TO WPOSTREG-RECORD (85:43).
           PERFORM STAMP-AND-WRITE-LINE.

           MOVE SPACES TO WPR-ERRLOG-DETAIL.
           STRING "REVERSED PROGRAM=" PR-PROGRAM
                  " DATE=" PR-BUS-DATE " ENT=" PR-ENTITY
                  " BATCH=" PR-BATCH " BY " PR-OPERATOR
                  DELIMITED BY SIZE
                  INTO WPR-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WPOSTREG", "REVERSE-POSTING",
               WPR-ERRLOG-DETAIL.

       REVERSE-POSTING-EXIT.
           EXIT.

      ****************************************************************
      * GET -- THE KEY'S LAST LINE.                                  *
      ****************************************************************

       GET-POSTING.

           PERFORM FIND-LAST-LINE.
           EVALUATE WPR-LAST-TYPE
               WHEN "C"
                   MOVE ZERO TO WPR-RETURN
               WHEN "B"
                   MOVE 2 TO WPR-RETURN
               WHEN "V"
                   MOVE 3 TO WPR-RETURN
               WHEN OTHER
                   MOVE 1 TO WPR-RETURN
           END-EVALUATE.
           IF WPR-LAST-TYPE NOT = SPACE
               MOVE WPR-LAST-LINE TO WPOSTREG-RECORD
           END-IF.

      ****************************************************************
      * ONE PASS OF THE REGISTER FOR THE KEY'S LAST LINE.            *
      ****************************************************************

       FIND-LAST-LINE.

           MOVE SPACE TO WPR-LAST-TYPE.
           MOVE SPACES TO WPR-LAST-LINE.
           MOVE "N" TO WPR-EOF-SWITCH.
           OPEN INPUT WPR-REGISTER-FILE.
           IF WPR-FILE-STATUS NOT = "00"
               SET WPR-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WPR-EOF
               READ WPR-REGISTER-FILE
                   AT END
                       SET WPR-EOF TO TRUE
                   NOT AT END
                       IF WPR-FR-PROGRAM = PR-PROGRAM
                               AND WPR-FR-BUS-DATE = WPR-BUS-DATE-X
                               AND WPR-FR-ENTITY = PR-ENTITY
                               AND WPR-FR-BATCH = PR-BATCH
                               AND (WPR-FR-TYPE = "B" OR "C" OR "V")
                           MOVE WPR-FR-TYPE TO WPR-LAST-TYPE
                           MOVE WPR-FILE-RECORD TO WPR-LAST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WPR-FILE-STATUS NOT = "35"
               CLOSE WPR-REGISTER-FILE
           END-IF.

      ****************************************************************
      * THE STAMP AND THE APPEND.                                    *
      ****************************************************************

       STAMP-AND-WRITE-LINE.

           ACCEPT PR-DATE FROM DATE YYYYMMDD.
           ACCEPT PR-TIME FROM TIME.
           IF PR-OPERATOR = SPACES
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WPR-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WPR-OPERATOR-ENV (1:8) TO PR-OPERATOR
           END-IF.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT PR-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WLOGWRT" USING WPR-LOG-NAME, WPR-LOG-LENGTH,
               WPOSTREG-RECORD.
