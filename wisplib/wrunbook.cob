       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRUNBOOK.
      ****************************************************************
      * WRUNBOOK -- THE OPERATOR RUNBOOK, SHOWN WHEN A STEP FAILS.    *
      *                                                                *
      *           WHEN A PRODUCTION STEP FAILS THE OPERATOR'S FIRST   *
      *           QUESTION IS WHETHER IT IS SAFE TO RERUN OR WHETHER  *
      *           SOMEBODY HAS TO BE CALLED.  THE ANSWERS ARE KEPT    *
      *           PER PROGRAM IN WRUNBOOK.DAT (COPY "wrunbk",         *
      *           MAINTAINED ON WRUNBMNT) AND SHOWN HERE:             *
      *                                                                *
      *               CALL "WRUNBOOK" USING PROGRAM, CALLER, DETAIL   *
      *                                                                *
      *           WRB-PROGRAM - X(8), THE PROGRAM THAT FAILED.        *
      *           WRB-CALLER  - X(12), WHO IS REPORTING IT (WISPRUN,  *
      *                         WERRWATCH).                           *
      *           WRB-DETAIL  - X(80), THE FAILURE AS REPORTED.       *
      *                                                                *
      *           THE ENTRY GOES UP THROUGH WMFNDISPLAY -- OR, WHEN   *
      *           THE PROGRAM HAS NO ENTRY, A WARNING TO TREAT THE    *
      *           STEP AS NOT SAFE TO RERUN.  THEN THE OPERATOR SAYS  *
      *           WHAT THEY DID ABOUT IT:                             *
      *                                                                *
      *               R  RERUN         C  CALLED OWNER                *
      *               H  HELD FOR DAY  S  SKIPPED                     *
      *                                                                *
      *           WITH A NOTE, AND THE ACTION GOES TO WISPRUN.LOG AS  *
      *           A " RBOOK " LINE -- THE PROGRAM, THE ACTION, THE    *
      *           OPERATOR AND THE NOTE IN THE 80-COLUMN PROGRAM      *
      *           AREA, AND THE RUN ID IN ITS USUAL COLUMNS -- SO THE *
      *           MORNING REVIEW SEES WHAT WAS DONE AT 02:00.  WITH   *
      *           NO SCREEN THE ENTRY GOES TO THE CONSOLE AND THE     *
      *           ACTION IS LOGGED AS NOT RECORDED.                   *
      *                                                                *
      *           AN OPTIONAL FOURTH PARAMETER, WRB-MODE X(1), OF "L" *
      *           ASKS FOR THE LOG ONLY -- THE ENTRY GOES TO THE      *
      *           CONSOLE AND NOT RECORDED TO THE LOG, AND NOTHING    *
      *           WAITS ON THE OPERATOR.  A WATCHER CALLING FROM ITS  *
      *           POLL LOOP PASSES "L".  CALLERS BUILT BEFORE THE     *
      *           PARAMETER STILL LINK IN CLEAN, SAME CONVENTION AS   *
      *           WOPERVAL'S OPTIONAL TRAILERS.                       *
      *                                                                *
      *           THE SAME LOG-ONLY PATH IS TAKEN WHEN NOBODY IS AT   *
      *           THE SCREEN: GETPARMUNATT ON (THE WMFNGETPARMUNATT   *
      *           ENVIRONMENT VARIABLE OR THE WISPCFG KEY, AS         *
      *           WMFNGETPARM READS IT), OR A JOB RUNNING UNDER       *
      *           WSUBMITD (WSUBMITDID SET).  ON THE ACTION SCREEN    *
      *           (16) LEAVES THE ACTION NOT RECORDED, AS DOES THE    *
      *           SCREEN TIMING OUT (GETPARMTIMEOUT, ENDING ON THE    *
      *           GETPARMTIMEKEY KEY WITH NO ACTION GIVEN) OR A THIRD *
      *           ANSWER THAT IS NOT ONE OF THE FOUR.                 *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRB-RUNBOOK-FILE ASSIGN TO "WRUNBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRB-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WRB-RUNBOOK-FILE.
       01  WRB-RUNBOOK-LINE          PIC X(445).

       WORKING-STORAGE SECTION.

       COPY "wrunbk.cpy".

       01  WRB-FILE-STATUS           PIC XX.
       01  WRB-EOF-SWITCH            PIC X.
           88  WRB-EOF                         VALUE "Y".
       01  WRB-FOUND-SWITCH          PIC X.
           88  WRB-FOUND                       VALUE "Y".
       01  WRB-NO-SCREEN-SWITCH      PIC X.
           88  WRB-NO-SCREEN                   VALUE "Y".
       01  WRB-UNATTENDED-SWITCH     PIC X.
           88  WRB-UNATTENDED                  VALUE "Y".
       01  WRB-NOT-RECORDED-SWITCH   PIC X.
           88  WRB-NOT-RECORDED                VALUE "Y".
       01  WRB-MODE-FLAG             PIC X.
           88  WRB-LOG-ONLY                    VALUE "L".
       01  WRB-UNATT-ENV-VALUE       PIC X(40).
       01  WRB-SUBMIT-ID             PIC X(20).
       01  WRB-CFG-KEY               PIC X(20).
       01  WRB-CFG-VALUE             PIC X(80).
       01  WRB-CFG-NUMBER            PIC 9(5).
       01  WRB-TIMEOUT-SECS          PIC 9(5).
       01  WRB-TIMEOUT-KEY           PIC 99.
       01  WRB-ASK-COUNT             PIC 9.
       01  WRB-ASK-LIMIT             PIC 9     VALUE 3.
       01  WRB-LINE-X                PIC 99.
       01  WRB-SAFE-WORD             PIC X(3).

       01  WRB-DISPLAY-NAME          PIC X(8)  VALUE "WRUNBOOK".
       01  WRB-FIELDS-DATA           PIC X(1185).
       01  FILLER REDEFINES WRB-FIELDS-DATA.
           05  WRB-FIELDS            PIC X(79) OCCURS 15.

      *    The action screen, served by WMFNGETPARM.
       01  WRB-ACT-STATIC-TEXT       PIC X(1920).
       01  FILLER REDEFINES WRB-ACT-STATIC-TEXT.
           05  WRB-ACT-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WRB-ACT-FIELD-CNT         COMP-5 PIC XX.
       01  WRB-ACT-FIELD-TABLE.
           05  OCCURS 64.
               10  WRB-ACT-ROW       COMP-5 PIC XX.
               10  WRB-ACT-COL       COMP-5 PIC XX.
               10  WRB-ACT-LEN       COMP-5 PIC XX.
               10  WRB-ACT-FAC       PIC X COMP-X.
               10  WRB-ACT-DATA      PIC X(79).
               10  WRB-ACT-EDIT      PIC X.
               10  WRB-ACT-HELP      PIC X(8).
               10  WRB-ACT-AUTH      PIC 99.
               10  WRB-ACT-LKUP      PIC X(24).
       01  WRB-ACT-KEY-LIST.
           05  WRB-ACT-KEY-ITEM      PIC 99 OCCURS 40.
       01  WRB-ACT-KEY-CNT           COMP-5 PIC XX.
       01  WRB-ACT-TERM-KEY          COMP-5 PIC XX.
       01  WRB-ACT-PAGE-CNT          COMP-5 PIC 9 VALUE 1.
       01  WRB-ACT-STATIC-TEXT-2     PIC X(1920) VALUE SPACES.
       01  WRB-ACT-APP-NAME          PIC X(40) VALUE "WRUNBOOK".
       01  WRB-ACT-MESSAGE           PIC X(70).

       01  WRB-ACTION                PIC X.
           88  WRB-ACTION-VALID                VALUE "R" "C" "H" "S".
       01  WRB-ACTION-WORD           PIC X(12).
       01  WRB-NOTE                  PIC X(49).
       01  WRB-OPERATOR-ENV          PIC X(80).

       01  WRB-LOG-NAME              PIC X(12) VALUE "WISPRUN.LOG".
       01  WRB-LOG-LENGTH            PIC 9(4) COMP VALUE 160.
       01  WRB-LOG-LINE              PIC X(160).
       01  WRB-LOG-DATE              PIC 9(8).
       01  WRB-LOG-TIME              PIC 9(8).
       01  WRB-RUN-ID                PIC X(20).

       LINKAGE SECTION.

       01  WRB-PROGRAM               PIC X(8).
       01  WRB-CALLER                PIC X(12).
       01  WRB-DETAIL                PIC X(80).
       01  WRB-MODE                  PIC X.

       PROCEDURE DIVISION USING WRB-PROGRAM, WRB-CALLER, WRB-DETAIL,
                                OPTIONAL WRB-MODE.

       MAIN-WRUNBOOK.

           MOVE "N" TO WRB-NO-SCREEN-SWITCH WRB-UNATTENDED-SWITCH
                       WRB-NOT-RECORDED-SWITCH.
           MOVE SPACE TO WRB-MODE-FLAG.
           IF WRB-MODE IS NOT OMITTED
               MOVE WRB-MODE TO WRB-MODE-FLAG
           END-IF.
           MOVE SPACES TO WRB-NOTE.
           PERFORM CHECK-UNATTENDED-RUN
               THRU CHECK-UNATTENDED-RUN-EXIT.
           PERFORM FIND-RUNBOOK-ENTRY
               THRU FIND-RUNBOOK-ENTRY-EXIT.
           PERFORM BUILD-ENTRY-DISPLAY
               THRU BUILD-ENTRY-DISPLAY-EXIT.

           IF WRB-UNATTENDED
               SET WRB-NO-SCREEN TO TRUE
           ELSE
               CALL "WMFNDISPLAY" USING WRB-DISPLAY-NAME,
                   WRB-FIELDS-DATA
                   ON EXCEPTION
                       SET WRB-NO-SCREEN TO TRUE
               END-CALL
           END-IF.
           IF WRB-NO-SCREEN
               PERFORM VARYING WRB-LINE-X FROM 1 BY 1
                       UNTIL WRB-LINE-X > 15
                   IF WRB-FIELDS (WRB-LINE-X) NOT = SPACES
                       DISPLAY WRB-FIELDS (WRB-LINE-X)
                   END-IF
               END-PERFORM
               MOVE "?" TO WRB-ACTION
               MOVE "NOT RECORDED" TO WRB-ACTION-WORD
               IF NOT WRB-UNATTENDED
                   MOVE "NO SCREEN TO ASK THE OPERATOR" TO WRB-NOTE
               END-IF
           ELSE
               MOVE SPACES TO WRB-ACTION WRB-NOTE WRB-ACT-MESSAGE
               MOVE ZERO TO WRB-ASK-COUNT
               PERFORM ASK-OPERATOR-ACTION
                   UNTIL WRB-ACTION-VALID OR WRB-NO-SCREEN
                      OR WRB-NOT-RECORDED
           END-IF.

           PERFORM WRITE-ACTION-LOG-RECORD.

           EXIT PROGRAM.

      ****************************************************************
      * NOBODY TO ASK -- A LOG-ONLY CALL, GETPARMUNATT ON, OR A JOB  *
      * UNDER WSUBMITD.  THE REASON IS THE NOTE THAT GETS LOGGED.    *
      * THE ACTION SCREEN'S TIMEOUT KEY IS PICKED UP HERE AS WELL.   *
      ****************************************************************

       CHECK-UNATTENDED-RUN.

           MOVE ZERO TO WRB-TIMEOUT-SECS WRB-TIMEOUT-KEY.
           IF WRB-LOG-ONLY
               SET WRB-UNATTENDED TO TRUE
               MOVE "LOG ONLY -- OPERATOR NOT ASKED" TO WRB-NOTE
               GO TO CHECK-UNATTENDED-RUN-EXIT
           END-IF.

           DISPLAY "WMFNGETPARMUNATT" UPON ENVIRONMENT-NAME.
           ACCEPT WRB-UNATT-ENV-VALUE FROM ENVIRONMENT-VALUE.
           IF WRB-UNATT-ENV-VALUE = SPACES
               MOVE "GETPARMUNATT" TO WRB-CFG-KEY
               CALL "WISPCFG" USING WRB-CFG-KEY, WRB-CFG-VALUE
               MOVE WRB-CFG-VALUE (1:40) TO WRB-UNATT-ENV-VALUE
           END-IF.
           IF WRB-UNATT-ENV-VALUE NOT = SPACES
               SET WRB-UNATTENDED TO TRUE
               MOVE "NO OPERATOR WATCHING -- UNATTENDED RUN"
                   TO WRB-NOTE
               GO TO CHECK-UNATTENDED-RUN-EXIT
           END-IF.

           DISPLAY "WSUBMITDID" UPON ENVIRONMENT-NAME.
           ACCEPT WRB-SUBMIT-ID FROM ENVIRONMENT-VALUE.
           IF WRB-SUBMIT-ID NOT = SPACES
               SET WRB-UNATTENDED TO TRUE
               MOVE "NO OPERATOR WATCHING -- SUBMITTED JOB"
                   TO WRB-NOTE
               GO TO CHECK-UNATTENDED-RUN-EXIT
           END-IF.

           MOVE "GETPARMTIMEOUT" TO WRB-CFG-KEY.
           CALL "WISPCFG" USING WRB-CFG-KEY, WRB-CFG-VALUE.
           CALL "WCFGNUM" USING WRB-CFG-VALUE, WRB-TIMEOUT-SECS.
           MOVE "GETPARMTIMEKEY" TO WRB-CFG-KEY.
           CALL "WISPCFG" USING WRB-CFG-KEY, WRB-CFG-VALUE.
           CALL "WCFGNUM" USING WRB-CFG-VALUE, WRB-CFG-NUMBER.
           IF WRB-CFG-NUMBER > ZERO AND WRB-CFG-NUMBER < 100
               MOVE WRB-CFG-NUMBER TO WRB-TIMEOUT-KEY
           END-IF.

       CHECK-UNATTENDED-RUN-EXIT.
           EXIT.

      ****************************************************************
      * THE PROGRAM'S LINE OF WRUNBOOK.DAT.                          *
      ****************************************************************

       FIND-RUNBOOK-ENTRY.

           MOVE "N" TO WRB-EOF-SWITCH WRB-FOUND-SWITCH.
           OPEN INPUT WRB-RUNBOOK-FILE.
           IF WRB-FILE-STATUS NOT = "00"
               GO TO FIND-RUNBOOK-ENTRY-EXIT
           END-IF.
           PERFORM UNTIL WRB-EOF OR WRB-FOUND
               READ WRB-RUNBOOK-FILE INTO WRUNBK-RECORD
                   AT END
                       SET WRB-EOF TO TRUE
                   NOT AT END
                       IF RB-PROGRAM = WRB-PROGRAM
                           SET WRB-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRB-RUNBOOK-FILE.

       FIND-RUNBOOK-ENTRY-EXIT.
           EXIT.

      ****************************************************************
      * THE ENTRY, OR THE WARNING THAT THERE IS NONE, AS FIFTEEN     *
      * DISPLAY LINES.                                               *
      ****************************************************************

       BUILD-ENTRY-DISPLAY.

           MOVE SPACES TO WRB-FIELDS-DATA.
           STRING "RUNBOOK -- " WRB-PROGRAM " FAILED, REPORTED BY "
                  WRB-CALLER
                  DELIMITED BY SIZE
                  INTO WRB-FIELDS (1)
           END-STRING.
           MOVE WRB-DETAIL TO WRB-FIELDS (2).

           IF NOT WRB-FOUND
               MOVE "NO RUNBOOK ENTRY FOR THIS PROGRAM."
                   TO WRB-FIELDS (4)
               MOVE "TREAT IT AS NOT SAFE TO RERUN AND CALL THE SHIFT"
                   TO WRB-FIELDS (5)
               MOVE "SUPERVISOR.  ADD THE ENTRY ON WRUNBMNT."
                   TO WRB-FIELDS (6)
               GO TO BUILD-ENTRY-DISPLAY-EXIT
           END-IF.

           IF RB-RERUN-IS-SAFE
               MOVE "YES" TO WRB-SAFE-WORD
           ELSE
               MOVE "NO" TO WRB-SAFE-WORD
           END-IF.
           STRING "RERUN SAFE: " WRB-SAFE-WORD
                  "   SEVERITY: " RB-SEVERITY
                  "   OWNER: " RB-OWNER
                  DELIMITED BY SIZE
                  INTO WRB-FIELDS (4)
           END-STRING.
           MOVE "PREREQUISITE CHECKS:" TO WRB-FIELDS (6).
           MOVE RB-PREREQ-LINE (1) TO WRB-FIELDS (7) (3:75).
           MOVE RB-PREREQ-LINE (2) TO WRB-FIELDS (8) (3:75).
           MOVE "RESTART INSTRUCTIONS:" TO WRB-FIELDS (10).
           MOVE RB-RESTART-LINE (1) TO WRB-FIELDS (11) (3:75).
           MOVE RB-RESTART-LINE (2) TO WRB-FIELDS (12) (3:75).
           MOVE RB-RESTART-LINE (3) TO WRB-FIELDS (13) (3:75).
           STRING "ENTRY LAST MAINTAINED " RB-UPDATED
                  " BY " RB-UPDATED-BY
                  DELIMITED BY SIZE
                  INTO WRB-FIELDS (15)
           END-STRING.

       BUILD-ENTRY-DISPLAY-EXIT.
           EXIT.

      ****************************************************************
      * WHAT DID THE OPERATOR DO -- ASKED UNTIL THE ANSWER IS ONE OF *
      * THE FOUR, AT MOST THREE TIMES.  (16) OR A TIMED-OUT SCREEN   *
      * LEAVES IT NOT RECORDED.                                      *
      ****************************************************************

       ASK-OPERATOR-ACTION.

           MOVE SPACES TO WRB-ACT-STATIC-TEXT.
           MOVE WRB-FIELDS (1) TO WRB-ACT-TEXT-LINES (2).
           MOVE "  ACTION TAKEN............:"
               TO WRB-ACT-TEXT-LINES (5).
           MOVE "  NOTE....................:"
               TO WRB-ACT-TEXT-LINES (7).
           MOVE "  R = RERUN     C = CALLED OWNER"
               TO WRB-ACT-TEXT-LINES (10).
           MOVE "  H = HELD FOR THE DAY SHIFT     S = SKIPPED"
               TO WRB-ACT-TEXT-LINES (11).
           MOVE "  PRESS (ENTER) TO RECORD THE ACTION."
               TO WRB-ACT-TEXT-LINES (18).
           MOVE "  PRESS (16) TO LEAVE IT NOT RECORDED."
               TO WRB-ACT-TEXT-LINES (19).
           MOVE WRB-ACT-MESSAGE TO WRB-ACT-TEXT-LINES (21).

           MOVE 2 TO WRB-ACT-FIELD-CNT.
           MOVE 5 TO WRB-ACT-ROW (1).
           MOVE 30 TO WRB-ACT-COL (1).
           MOVE 1 TO WRB-ACT-LEN (1).
           MOVE "R" TO WRB-ACT-EDIT (1).
           MOVE 7 TO WRB-ACT-ROW (2).
           MOVE 30 TO WRB-ACT-COL (2).
           MOVE 49 TO WRB-ACT-LEN (2).
           MOVE SPACE TO WRB-ACT-EDIT (2).
           MOVE 128 TO WRB-ACT-FAC (1) WRB-ACT-FAC (2).
           MOVE WRB-ACTION TO WRB-ACT-DATA (1).
           MOVE WRB-NOTE TO WRB-ACT-DATA (2).
           MOVE SPACES TO WRB-ACT-HELP (1) WRB-ACT-HELP (2)
                          WRB-ACT-LKUP (1) WRB-ACT-LKUP (2).
           MOVE ZERO TO WRB-ACT-AUTH (1) WRB-ACT-AUTH (2).
           MOVE 2 TO WRB-ACT-KEY-CNT.
           MOVE 0 TO WRB-ACT-KEY-ITEM (1).
           MOVE 16 TO WRB-ACT-KEY-ITEM (2).

           CALL "WMFNGETPARM" USING
               WRB-ACT-STATIC-TEXT,
               WRB-ACT-FIELD-CNT,
               WRB-ACT-FIELD-TABLE,
               WRB-ACT-KEY-LIST,
               WRB-ACT-KEY-CNT,
               WRB-ACT-TERM-KEY,
               WRB-ACT-PAGE-CNT,
               WRB-ACT-STATIC-TEXT-2,
               WRB-ACT-APP-NAME
               ON EXCEPTION
                   SET WRB-NO-SCREEN TO TRUE
           END-CALL.
           IF WRB-NO-SCREEN
               MOVE "?" TO WRB-ACTION
               MOVE "NOT RECORDED" TO WRB-ACTION-WORD
               MOVE "NO SCREEN TO ASK THE OPERATOR" TO WRB-NOTE
           ELSE
               ADD 1 TO WRB-ASK-COUNT
               MOVE WRB-ACT-DATA (1) (1:1) TO WRB-ACTION
               INSPECT WRB-ACTION CONVERTING "rchs" TO "RCHS"
               MOVE WRB-ACT-DATA (2) (1:49) TO WRB-NOTE
               EVALUATE TRUE
                   WHEN WRB-ACT-TERM-KEY = 16
                       SET WRB-NOT-RECORDED TO TRUE
                       IF WRB-NOTE = SPACES
                           MOVE "OPERATOR LEFT THE ACTION SCREEN (16)"
                               TO WRB-NOTE
                       END-IF
                   WHEN WRB-TIMEOUT-SECS > ZERO
                           AND WRB-ACT-TERM-KEY = WRB-TIMEOUT-KEY
                           AND WRB-ACTION = SPACE
                       SET WRB-NOT-RECORDED TO TRUE
                       IF WRB-NOTE = SPACES
                           MOVE "NO ANSWER BEFORE THE SCREEN TIMED OUT"
                               TO WRB-NOTE
                       END-IF
                   WHEN WRB-ACTION = "R"
                       MOVE "RERUN" TO WRB-ACTION-WORD
                   WHEN WRB-ACTION = "C"
                       MOVE "CALLED OWNER" TO WRB-ACTION-WORD
                   WHEN WRB-ACTION = "H"
                       MOVE "HELD FOR DAY" TO WRB-ACTION-WORD
                   WHEN WRB-ACTION = "S"
                       MOVE "SKIPPED" TO WRB-ACTION-WORD
                   WHEN WRB-ASK-COUNT NOT < WRB-ASK-LIMIT
                       SET WRB-NOT-RECORDED TO TRUE
                       IF WRB-NOTE = SPACES
                           MOVE "NO VALID ACTION GIVEN IN THREE TRIES"
                               TO WRB-NOTE
                       END-IF
                   WHEN OTHER
                       MOVE "ENTER R, C, H OR S AS THE ACTION TAKEN."
                           TO WRB-ACT-MESSAGE
               END-EVALUATE
               IF WRB-NOT-RECORDED
                   MOVE "?" TO WRB-ACTION
                   MOVE "NOT RECORDED" TO WRB-ACTION-WORD
               END-IF
           END-IF.

      ****************************************************************
      * THE ACTION TO WISPRUN.LOG, IN THE WMOTD LINE SHAPE.          *
      ****************************************************************

       WRITE-ACTION-LOG-RECORD.

           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WRB-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           ACCEPT WRB-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WRB-LOG-TIME FROM TIME.
           MOVE SPACES TO WRB-LOG-LINE.
           STRING WRB-LOG-DATE          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRB-LOG-TIME          DELIMITED BY SIZE
                  " RBOOK "             DELIMITED BY SIZE
                  WRB-PROGRAM           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRB-ACTION-WORD       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRB-OPERATOR-ENV (1:8) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRB-NOTE              DELIMITED BY SIZE
                  INTO WRB-LOG-LINE
           END-STRING.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WRB-RUN-ID FROM ENVIRONMENT-VALUE.
           IF WRB-RUN-ID NOT = SPACES
               STRING " RUN="          DELIMITED BY SIZE
                      WRB-RUN-ID       DELIMITED BY SIZE
                      INTO WRB-LOG-LINE (123:26)
               END-STRING
           END-IF.
           CALL "WLOGWRT" USING WRB-LOG-NAME, WRB-LOG-LENGTH,
               WRB-LOG-LINE.
