       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCLOSTSK.
      ****************************************************************
      * WCLOSTSK -- THE MONTH-END CLOSE CHECKLIST.                    *
      *                                                                *
      *           WPERCLOS CLOSES THE PERIOD, BUT MONTH-END IS REALLY *
      *           FORTY TASKS -- ACCRUALS KEYED, BANK RECONCILED,     *
      *           REPORTS REVIEWED, STREAM STEPS RUN -- AND THEY WERE *
      *           TRACKED ON A WHITEBOARD.  THE TASKS NOW LIVE IN A   *
      *           TEMPLATE AND WHERE EACH STANDS IN A TASK LOG, AND   *
      *           EVERYTHING GOES THROUGH HERE:                       *
      *                                                                *
      *               CALL "WCLOSTSK" USING FUNC, WCLOSE-CHECKLIST,   *
      *                   RET                                         *
      *                                                                *
      *           CK-PERIOD NAMES THE PERIOD (SPACES = THE WBATDATE   *
      *           BUSINESS DATE'S).  EVERY FUNCTION HANDS BACK THE    *
      *           PERIOD'S WHOLE CHECKLIST (COPY "wclose"), WITH THE  *
      *           DONE, OPEN, LATE AND BLOCKED COUNTS.                *
      *                                                                *
      *           WCT-FUNC "LIST" - THE CHECKLIST ONLY.               *
      *                      RET 0, OR 1 WHEN NO TASK APPLIES.        *
      *                    "DONE" - SIGN OFF A MANUAL TASK:           *
      *                      CK-REQ-TASK AND CK-REQ-NOTE (REQUIRED),  *
      *                      CK-REQ-OPERATOR (SPACES = THE SESSION'S  *
      *                      WISPOPERID).                             *
      *                      RET 0 = SIGNED OFF.                      *
      *                          1 = NO SUCH TASK THIS PERIOD.        *
      *                          2 = NOT THE TASK'S OWNER, AND NO     *
      *                              CLOSE-ANY FUNCTION IN            *
      *                              WFUNAUTH.DAT.                    *
      *                          3 = BLOCKED -- A TASK IT WAITS ON IS *
      *                              NOT DONE.                        *
      *                          4 = ALREADY DONE.                    *
      *                          5 = AN AUTOMATED TASK -- ITS STREAM  *
      *                              STEP COMPLETES IT; ONLY CLOSE-   *
      *                              ANY MAY SIGN IT OFF BY HAND.     *
      *                          6 = NO NOTE.                         *
      *                    "REOP" - REOPEN A DONE TASK, CK-REQ-NOTE   *
      *                      SAYING WHY.  RET 0, 1, 2 AS FOR DONE;    *
      *                      4 = THE TASK IS NOT DONE.                *
      *                    "AUTO" - WISPRUN, AFTER A STEP ENDS WITH A *
      *                      ZERO RETURN CODE: CK-REQ-STREAM AND      *
      *                      CK-REQ-PROGRAM NAME THE STEP, AND EVERY  *
      *                      OPEN AUTOMATED TASK TIED TO IT IS DONE.  *
      *                      RET 0, OR 1 WHEN NO TASK WAS TIED TO IT. *
      *                                                                *
      *           THE TEMPLATE, WCLOSTPL.DAT, IS WORD-DELIMITED LIKE  *
      *           WMENU.DAT (LINES STARTING "*" ARE COMMENTS):        *
      *                                                                *
      *               TASK type id owner due kind req description...  *
      *                   type  M MONTH, Q QUARTER, Y YEAR            *
      *                   owner THE OPERATOR ID WHO SIGNS IT OFF      *
      *                   due   DAY OF THE MONTH AFTER THE PERIOD     *
      *                         (0 = THE PERIOD'S OWN LAST DAY; A DAY *
      *                         PAST THE MONTH'S END IS ITS LAST DAY) *
      *                   kind  MANUAL OR AUTO                        *
      *                   req   Y = THE PERIOD MAY NOT CLOSE WHILE IT *
      *                         IS OPEN                               *
      *               STEP stream program  THE WISPRUN STEP THAT      *
      *                         COMPLETES THE TASK ABOVE ("*" = ANY   *
      *                         STREAM)                               *
      *               AFTER id id ...      UP TO SIX TASKS THAT MUST  *
      *                         BE DONE FIRST                         *
      *                                                                *
      *           QUARTER TASKS APPLY AT A QUARTER END AND YEAR TASKS *
      *           AT THE YEAR END -- THE WISPCFG KEY CLOSEYEAREND     *
      *           (MONTH, DEFAULT 12), QUARTERS COUNTED BACK FROM IT. *
      *                                                                *
      *           WCLOSTSK.DAT IS APPEND-ONLY THROUGH WLOGWRT, ONE    *
      *           LINE PER SIGN-OFF OR REOPEN; THE LAST LINE FOR A    *
      *           TASK SAYS WHERE IT STANDS:                          *
      *                                                                *
      *               ACTION(1) sp PERIOD(6) sp TASK(8) sp DATE(8) sp *
      *               TIME(8) sp OPERATOR(8) sp RUN(20) sp NOTE(50)   *
      *                   ACTION D DONE, R REOPENED                   *
      *                                                                *
      *           A REQUIRED TASK TIED TO THE WPERCLOS STEP IS NOT    *
      *           COUNTED IN CK-OPEN-REQUIRED -- THE CLOSE ITSELF     *
      *           COMPLETES IT.                                       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCT-TEMPLATE-FILE ASSIGN TO "WCLOSTPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCT-TEMPLATE-STATUS.
           SELECT WCT-TASK-LOG-FILE ASSIGN TO "WCLOSTSK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCT-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WCT-TEMPLATE-FILE.
       01  WCT-TEMPLATE-RECORD       PIC X(132).

       FD  WCT-TASK-LOG-FILE.
       01  WCT-LOG-FILE-RECORD.
           05  WCT-FR-ACTION         PIC X.
           05  FILLER                PIC X.
           05  WCT-FR-PERIOD         PIC X(6).
           05  FILLER                PIC X.
           05  WCT-FR-TASK           PIC X(8).
           05  FILLER                PIC X.
           05  WCT-FR-DATE           PIC X(8).
           05  FILLER                PIC X.
           05  WCT-FR-TIME           PIC X(8).
           05  FILLER                PIC X.
           05  WCT-FR-OPERATOR       PIC X(8).
           05  FILLER                PIC X.
           05  WCT-FR-RUN            PIC X(20).
           05  FILLER                PIC X.
           05  WCT-FR-NOTE           PIC X(50).

       WORKING-STORAGE SECTION.

       01  WCT-TEMPLATE-STATUS       PIC XX.
       01  WCT-LOG-STATUS            PIC XX.
       01  WCT-EOF-SWITCH            PIC X.
           88  WCT-EOF                         VALUE "Y".

      *    One template line, a word at a time.
       01  WCT-TEXT-PTR              PIC 9(4)  COMP.
       01  WCT-WORD-1                PIC X(8).
       01  WCT-WORD-2                PIC X(8).
       01  WCT-WORD-3                PIC X(8).
       01  WCT-WORD-4                PIC X(8).
       01  WCT-WORD-5                PIC X(8).
       01  WCT-WORD-6                PIC X(8).
       01  WCT-WORD-7                PIC X(8).
       01  WCT-CURRENT-TASK          PIC 9(4)  COMP.
       01  WCT-APPLIES-SWITCH        PIC X.
           88  WCT-TASK-APPLIES                VALUE "Y".

      *    The period: quarter end and year end.
       01  WCT-PERIOD-DATE           PIC 9(8).
       01  FILLER REDEFINES WCT-PERIOD-DATE.
           05  WCT-PERIOD-YYYY       PIC 9(4).
           05  WCT-PERIOD-MM         PIC 99.
           05  WCT-PERIOD-DD         PIC 99.
       01  WCT-YEAR-END-MM           PIC 99    VALUE 12.
       01  WCT-MONTHS-PAST           PIC 99.
       01  WCT-QUOTIENT              PIC 9(4).
       01  WCT-REMAINDER             PIC 9(4).
       01  WCT-QUARTER-END-SWITCH    PIC X.
           88  WCT-QUARTER-END                 VALUE "Y".
       01  WCT-YEAR-END-SWITCH       PIC X.
           88  WCT-YEAR-END                    VALUE "Y".
       01  WCT-CFG-LOADED-SWITCH     PIC X     VALUE "N".
           88  WCT-CFG-LOADED                  VALUE "Y".
       01  WCT-CFG-KEY               PIC X(20).
       01  WCT-CFG-VALUE             PIC X(80).
       01  WCT-CFG-NUMBER            PIC 9(5).

      *    Due dates: the month after the period, or the period.
       01  WCT-DUE-WORK              PIC 9(8).
       01  FILLER REDEFINES WCT-DUE-WORK.
           05  WCT-DUE-YYYY          PIC 9(4).
           05  WCT-DUE-MM            PIC 99.
           05  WCT-DUE-DD            PIC 99.
       01  WCT-MONTH-DAYS-TABLE      PIC X(24)
                                     VALUE "312831303130313130313031".
       01  FILLER REDEFINES WCT-MONTH-DAYS-TABLE.
           05  WCT-MONTH-DAYS        PIC 99    OCCURS 12 TIMES.
       01  WCT-LAST-DAY              PIC 99.

       01  WCT-X                     PIC 9(4)  COMP.
       01  WCT-Y                     PIC 9(4)  COMP.
       01  WCT-A                     PIC 9(4)  COMP.
       01  WCT-HIT                   PIC 9(4)  COMP.
       01  WCT-DEP-HIT               PIC 9(4)  COMP.

       01  WCT-OPERATOR              PIC X(8).
       01  WCT-OPERATOR-ENV          PIC X(80).
       01  WCT-AUTH-FUNC             PIC X(12) VALUE "CLOSE-ANY".
       01  WCT-AUTH-RETURN           PIC 9.
       01  WCT-MARKED-COUNT          PIC 9(4)  COMP.

       01  WCT-LOG-NAME              PIC X(12) VALUE "WCLOSTSK.DAT".
       01  WCT-LOG-LENGTH            PIC 9(4)  COMP VALUE 116.
       01  WCT-LOG-LINE.
           05  WCT-LL-ACTION         PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WCT-LL-PERIOD         PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCT-LL-TASK           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCT-LL-DATE           PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCT-LL-TIME           PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCT-LL-OPERATOR       PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCT-LL-RUN            PIC X(20).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCT-LL-NOTE           PIC X(50).

       LINKAGE SECTION.

       01  WCT-FUNC                  PIC X(4).
       COPY "wclose.cpy".
       01  WCT-RETURN                PIC 9.

       PROCEDURE DIVISION USING WCT-FUNC, WCLOSE-CHECKLIST,
                                WCT-RETURN.

       MAIN-WCLOSTSK.

           MOVE ZERO TO WCT-RETURN.
           PERFORM BUILD-CHECKLIST THRU BUILD-CHECKLIST-EXIT.

           EVALUATE WCT-FUNC
               WHEN "LIST"
                   IF CK-TASK-COUNT = ZERO
                       MOVE 1 TO WCT-RETURN
                   END-IF
               WHEN "DONE"
                   PERFORM SIGN-OFF-TASK THRU SIGN-OFF-TASK-EXIT
               WHEN "REOP"
                   PERFORM REOPEN-TASK THRU REOPEN-TASK-EXIT
               WHEN "AUTO"
                   PERFORM COMPLETE-STEP-TASKS
           END-EVALUATE.

           PERFORM FINISH-CHECKLIST.
           EXIT PROGRAM.

      ****************************************************************
      * THE PERIOD'S TASKS FROM THE TEMPLATE, THEN THE TASK LOG.     *
      ****************************************************************

       BUILD-CHECKLIST.

           CALL "WBATDATE" USING "GET", CK-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT CK-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.
           IF CK-PERIOD IS NOT NUMERIC
               MOVE CK-BUSINESS-DATE (1:6) TO CK-PERIOD
           END-IF.
           MOVE ZERO TO CK-TASK-COUNT.

           IF NOT WCT-CFG-LOADED
               SET WCT-CFG-LOADED TO TRUE
               MOVE "CLOSEYEAREND" TO WCT-CFG-KEY
               MOVE SPACES TO WCT-CFG-VALUE
               MOVE ZERO TO WCT-CFG-NUMBER
               CALL "WISPCFG" USING WCT-CFG-KEY, WCT-CFG-VALUE
                   ON EXCEPTION CONTINUE
               END-CALL
               CALL "WCFGNUM" USING WCT-CFG-VALUE, WCT-CFG-NUMBER
                   ON EXCEPTION CONTINUE
               END-CALL
               IF WCT-CFG-NUMBER > ZERO AND WCT-CFG-NUMBER < 13
                   MOVE WCT-CFG-NUMBER TO WCT-YEAR-END-MM
               END-IF
           END-IF.

           MOVE CK-PERIOD TO WCT-PERIOD-DATE (1:6).
           MOVE 01 TO WCT-PERIOD-DD.
           MOVE "N" TO WCT-QUARTER-END-SWITCH WCT-YEAR-END-SWITCH.
           IF WCT-PERIOD-MM = WCT-YEAR-END-MM
               SET WCT-YEAR-END TO TRUE
           END-IF.
           COMPUTE WCT-MONTHS-PAST =
               WCT-PERIOD-MM + 12 - WCT-YEAR-END-MM.
           DIVIDE WCT-MONTHS-PAST BY 3 GIVING WCT-QUOTIENT
               REMAINDER WCT-REMAINDER.
           IF WCT-REMAINDER = ZERO
               SET WCT-QUARTER-END TO TRUE
           END-IF.

           PERFORM LOAD-TEMPLATE THRU LOAD-TEMPLATE-EXIT.
           PERFORM APPLY-TASK-LOG THRU APPLY-TASK-LOG-EXIT.

       BUILD-CHECKLIST-EXIT.
           EXIT.

       LOAD-TEMPLATE.

           MOVE ZERO TO WCT-CURRENT-TASK.
           MOVE "N" TO WCT-EOF-SWITCH.
           OPEN INPUT WCT-TEMPLATE-FILE.
           IF WCT-TEMPLATE-STATUS NOT = "00"
               GO TO LOAD-TEMPLATE-EXIT
           END-IF.
           PERFORM UNTIL WCT-EOF
               READ WCT-TEMPLATE-FILE
                   AT END
                       SET WCT-EOF TO TRUE
                   NOT AT END
                       IF WCT-TEMPLATE-RECORD NOT = SPACES
                               AND WCT-TEMPLATE-RECORD (1:1) NOT = "*"
                           PERFORM APPLY-TEMPLATE-LINE
                               THRU APPLY-TEMPLATE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCT-TEMPLATE-FILE.

       LOAD-TEMPLATE-EXIT.
           EXIT.

       APPLY-TEMPLATE-LINE.

           MOVE SPACES TO WCT-WORD-1 WCT-WORD-2 WCT-WORD-3 WCT-WORD-4
                          WCT-WORD-5 WCT-WORD-6 WCT-WORD-7.
           MOVE 1 TO WCT-TEXT-PTR.
           UNSTRING WCT-TEMPLATE-RECORD DELIMITED BY ALL " "
               INTO WCT-WORD-1, WCT-WORD-2, WCT-WORD-3, WCT-WORD-4,
                    WCT-WORD-5, WCT-WORD-6, WCT-WORD-7
               WITH POINTER WCT-TEXT-PTR
           END-UNSTRING.
           INSPECT WCT-WORD-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WCT-WORD-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WCT-WORD-3 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WCT-WORD-4 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WCT-WORD-5 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WCT-WORD-6 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WCT-WORD-7 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           EVALUATE WCT-WORD-1
               WHEN "TASK"
                   PERFORM ADD-TEMPLATE-TASK
                       THRU ADD-TEMPLATE-TASK-EXIT
               WHEN "STEP"
                   IF WCT-CURRENT-TASK > ZERO
                       MOVE WCT-WORD-2
                           TO CK-STEP-STREAM (WCT-CURRENT-TASK)
                       MOVE WCT-WORD-3
                           TO CK-STEP-PROGRAM (WCT-CURRENT-TASK)
                   END-IF
               WHEN "AFTER"
                   IF WCT-CURRENT-TASK > ZERO
                       MOVE WCT-WORD-2
                           TO CK-AFTER (WCT-CURRENT-TASK, 1)
                       MOVE WCT-WORD-3
                           TO CK-AFTER (WCT-CURRENT-TASK, 2)
                       MOVE WCT-WORD-4
                           TO CK-AFTER (WCT-CURRENT-TASK, 3)
                       MOVE WCT-WORD-5
                           TO CK-AFTER (WCT-CURRENT-TASK, 4)
                       MOVE WCT-WORD-6
                           TO CK-AFTER (WCT-CURRENT-TASK, 5)
                       MOVE WCT-WORD-7
                           TO CK-AFTER (WCT-CURRENT-TASK, 6)
                   END-IF
           END-EVALUATE.

       APPLY-TEMPLATE-LINE-EXIT.
           EXIT.

      *    A TASK line: does it apply to this period, and is there
      *    room for it.  STEP and AFTER lines that follow a task which
      *    does not apply fall on WCT-CURRENT-TASK zero and are
      *    passed over.
       ADD-TEMPLATE-TASK.

           MOVE ZERO TO WCT-CURRENT-TASK.
           MOVE "N" TO WCT-APPLIES-SWITCH.
           EVALUATE WCT-WORD-2
               WHEN "M"
                   SET WCT-TASK-APPLIES TO TRUE
               WHEN "Q"
                   IF WCT-QUARTER-END
                       SET WCT-TASK-APPLIES TO TRUE
                   END-IF
               WHEN "Y"
                   IF WCT-YEAR-END
                       SET WCT-TASK-APPLIES TO TRUE
                   END-IF
           END-EVALUATE.
           IF NOT WCT-TASK-APPLIES OR WCT-WORD-3 = SPACES
                   OR CK-TASK-COUNT NOT < 80
               GO TO ADD-TEMPLATE-TASK-EXIT
           END-IF.

           ADD 1 TO CK-TASK-COUNT.
           MOVE CK-TASK-COUNT TO WCT-CURRENT-TASK.
           MOVE WCT-CURRENT-TASK TO WCT-X.
           MOVE SPACES TO CK-TASK-ENTRY (WCT-X).
           MOVE WCT-WORD-2 TO CK-TYPE (WCT-X).
           MOVE WCT-WORD-3 TO CK-TASK-ID (WCT-X).
           MOVE WCT-WORD-4 TO CK-OWNER (WCT-X).
           MOVE ZERO TO CK-DUE-DAY (WCT-X).
           IF WCT-WORD-5 (2:1) = SPACE AND WCT-WORD-5 (1:1) IS NUMERIC
               MOVE WCT-WORD-5 (1:1) TO CK-DUE-DAY (WCT-X) (2:1)
           END-IF.
           IF WCT-WORD-5 (1:2) IS NUMERIC
               MOVE WCT-WORD-5 (1:2) TO CK-DUE-DAY (WCT-X)
           END-IF.
           IF WCT-WORD-6 = "AUTO"
               SET CK-AUTOMATED (WCT-X) TO TRUE
           ELSE
               SET CK-MANUAL (WCT-X) TO TRUE
           END-IF.
           IF WCT-WORD-7 (1:1) = "N"
               MOVE "N" TO CK-REQUIRED (WCT-X)
           ELSE
               MOVE "Y" TO CK-REQUIRED (WCT-X)
           END-IF.
           IF WCT-TEXT-PTR < 133
               MOVE WCT-TEMPLATE-RECORD (WCT-TEXT-PTR:)
                   TO CK-DESC (WCT-X)
           END-IF.
           PERFORM SET-DUE-DATE.
           SET CK-OPEN (WCT-X) TO TRUE.
           MOVE ZERO TO CK-DONE-DATE (WCT-X) CK-DONE-TIME (WCT-X).

       ADD-TEMPLATE-TASK-EXIT.
           EXIT.

      *    Due day N of the month after the period, held to that
      *    month's last day; due day zero is the period's own last
      *    day.
       SET-DUE-DATE.

           MOVE WCT-PERIOD-DATE TO WCT-DUE-WORK.
           IF CK-DUE-DAY (WCT-X) > ZERO
               IF WCT-DUE-MM = 12
                   ADD 1 TO WCT-DUE-YYYY
                   MOVE 01 TO WCT-DUE-MM
               ELSE
                   ADD 1 TO WCT-DUE-MM
               END-IF
           END-IF.
           MOVE WCT-MONTH-DAYS (WCT-DUE-MM) TO WCT-LAST-DAY.
           IF WCT-DUE-MM = 02
               DIVIDE WCT-DUE-YYYY BY 4 GIVING WCT-QUOTIENT
                   REMAINDER WCT-REMAINDER
               IF WCT-REMAINDER = ZERO
                   MOVE 29 TO WCT-LAST-DAY
                   DIVIDE WCT-DUE-YYYY BY 100 GIVING WCT-QUOTIENT
                       REMAINDER WCT-REMAINDER
                   IF WCT-REMAINDER = ZERO
                       MOVE 28 TO WCT-LAST-DAY
                       DIVIDE WCT-DUE-YYYY BY 400 GIVING WCT-QUOTIENT
                           REMAINDER WCT-REMAINDER
                       IF WCT-REMAINDER = ZERO
                           MOVE 29 TO WCT-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CK-DUE-DAY (WCT-X) = ZERO
                   OR CK-DUE-DAY (WCT-X) > WCT-LAST-DAY
               MOVE WCT-LAST-DAY TO WCT-DUE-DD
           ELSE
               MOVE CK-DUE-DAY (WCT-X) TO WCT-DUE-DD
           END-IF.
           MOVE WCT-DUE-WORK TO CK-DUE-DATE (WCT-X).

      *    The period's sign-offs and reopens, in the order they were
      *    made -- the last one for a task stands.
       APPLY-TASK-LOG.

           IF CK-TASK-COUNT = ZERO
               GO TO APPLY-TASK-LOG-EXIT
           END-IF.
           MOVE "N" TO WCT-EOF-SWITCH.
           OPEN INPUT WCT-TASK-LOG-FILE.
           IF WCT-LOG-STATUS NOT = "00"
               GO TO APPLY-TASK-LOG-EXIT
           END-IF.
           PERFORM UNTIL WCT-EOF
               READ WCT-TASK-LOG-FILE
                   AT END
                       SET WCT-EOF TO TRUE
                   NOT AT END
                       IF WCT-FR-PERIOD = CK-PERIOD
                           PERFORM APPLY-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCT-TASK-LOG-FILE.

       APPLY-TASK-LOG-EXIT.
           EXIT.

       APPLY-LOG-LINE.

           MOVE ZERO TO WCT-HIT.
           PERFORM VARYING WCT-Y FROM 1 BY 1
                   UNTIL WCT-Y > CK-TASK-COUNT OR WCT-HIT > ZERO
               IF CK-TASK-ID (WCT-Y) = WCT-FR-TASK
                   MOVE WCT-Y TO WCT-HIT
               END-IF
           END-PERFORM.
           IF WCT-HIT > ZERO
               MOVE WCT-LOG-FILE-RECORD TO WCT-LOG-LINE
               MOVE WCT-HIT TO WCT-X
               PERFORM TAKE-LOG-LINE
           END-IF.

      *    WCT-LOG-LINE onto task WCT-X.
       TAKE-LOG-LINE.

           IF WCT-LL-ACTION = "D"
               SET CK-DONE (WCT-X) TO TRUE
               MOVE WCT-LL-DATE TO CK-DONE-DATE (WCT-X)
               MOVE WCT-LL-TIME TO CK-DONE-TIME (WCT-X)
           ELSE
               SET CK-OPEN (WCT-X) TO TRUE
               MOVE ZERO TO CK-DONE-DATE (WCT-X) CK-DONE-TIME (WCT-X)
           END-IF.
           MOVE WCT-LL-OPERATOR TO CK-DONE-BY (WCT-X).
           MOVE WCT-LL-RUN TO CK-DONE-RUN (WCT-X).
           MOVE WCT-LL-NOTE TO CK-NOTE (WCT-X).

      ****************************************************************
      * LATE, BLOCKED, AND THE COUNTS.                               *
      ****************************************************************

       FINISH-CHECKLIST.

           MOVE ZERO TO CK-DONE-COUNT CK-OPEN-COUNT CK-OPEN-REQUIRED
                        CK-LATE-COUNT CK-BLOCKED-COUNT.
           PERFORM VARYING WCT-X FROM 1 BY 1
                   UNTIL WCT-X > CK-TASK-COUNT
               PERFORM FINISH-ONE-TASK
           END-PERFORM.

       FINISH-ONE-TASK.

           MOVE "N" TO CK-LATE (WCT-X) CK-BLOCKED (WCT-X).
           IF CK-DONE (WCT-X)
               ADD 1 TO CK-DONE-COUNT
           ELSE
               ADD 1 TO CK-OPEN-COUNT
               IF CK-REQUIRED (WCT-X) = "Y"
                       AND CK-STEP-PROGRAM (WCT-X) NOT = "WPERCLOS"
                   ADD 1 TO CK-OPEN-REQUIRED
               END-IF
               IF CK-BUSINESS-DATE > CK-DUE-DATE (WCT-X)
                   MOVE "Y" TO CK-LATE (WCT-X)
                   ADD 1 TO CK-LATE-COUNT
               END-IF
               PERFORM TEST-BLOCKED
               IF CK-BLOCKED (WCT-X) = "Y"
                   ADD 1 TO CK-BLOCKED-COUNT
               END-IF
           END-IF.

      *    Task WCT-X is blocked when a task it waits on is on this
      *    period's checklist and is not done.  A task that does not
      *    apply this period (a quarter task in mid-quarter) does not
      *    hold anything up.
       TEST-BLOCKED.

           MOVE "N" TO CK-BLOCKED (WCT-X).
           PERFORM VARYING WCT-A FROM 1 BY 1 UNTIL WCT-A > 6
               IF CK-AFTER (WCT-X, WCT-A) NOT = SPACES
                   PERFORM FIND-DEPENDENCY
                   IF WCT-DEP-HIT > ZERO
                       IF NOT CK-DONE (WCT-DEP-HIT)
                           MOVE "Y" TO CK-BLOCKED (WCT-X)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-DEPENDENCY.

           MOVE ZERO TO WCT-DEP-HIT.
           PERFORM VARYING WCT-Y FROM 1 BY 1
                   UNTIL WCT-Y > CK-TASK-COUNT OR WCT-DEP-HIT > ZERO
               IF CK-TASK-ID (WCT-Y) = CK-AFTER (WCT-X, WCT-A)
                   MOVE WCT-Y TO WCT-DEP-HIT
               END-IF
           END-PERFORM.

      ****************************************************************
      * DONE -- THE OWNER'S SIGN-OFF OF A MANUAL TASK.               *
      ****************************************************************

       SIGN-OFF-TASK.

           PERFORM FIND-REQUESTED-TASK.
           IF WCT-HIT = ZERO
               MOVE 1 TO WCT-RETURN
               GO TO SIGN-OFF-TASK-EXIT
           END-IF.
           MOVE WCT-HIT TO WCT-X.
           IF CK-DONE (WCT-X)
               MOVE 4 TO WCT-RETURN
               GO TO SIGN-OFF-TASK-EXIT
           END-IF.
           IF CK-REQ-NOTE = SPACES
               MOVE 6 TO WCT-RETURN
               GO TO SIGN-OFF-TASK-EXIT
           END-IF.

           PERFORM GET-OPERATOR.
           MOVE 1 TO WCT-AUTH-RETURN.
           IF CK-AUTOMATED (WCT-X)
                   OR WCT-OPERATOR NOT = CK-OWNER (WCT-X)
               CALL "WAUTHCHK" USING WCT-AUTH-FUNC, WCT-AUTH-RETURN
                   ON EXCEPTION
                       MOVE 1 TO WCT-AUTH-RETURN
               END-CALL
               IF WCT-AUTH-RETURN NOT = ZERO
                   IF CK-AUTOMATED (WCT-X)
                       MOVE 5 TO WCT-RETURN
                   ELSE
                       MOVE 2 TO WCT-RETURN
                   END-IF
                   GO TO SIGN-OFF-TASK-EXIT
               END-IF
           END-IF.

           PERFORM TEST-BLOCKED.
           IF CK-BLOCKED (WCT-X) = "Y"
               MOVE 3 TO WCT-RETURN
               GO TO SIGN-OFF-TASK-EXIT
           END-IF.

           MOVE "D" TO WCT-LL-ACTION.
           MOVE CK-REQ-NOTE TO WCT-LL-NOTE.
           PERFORM WRITE-TASK-LOG-LINE.

       SIGN-OFF-TASK-EXIT.
           EXIT.

      ****************************************************************
      * REOP -- A DONE TASK BACK OPEN, WITH THE REASON.              *
      ****************************************************************

       REOPEN-TASK.

           PERFORM FIND-REQUESTED-TASK.
           IF WCT-HIT = ZERO
               MOVE 1 TO WCT-RETURN
               GO TO REOPEN-TASK-EXIT
           END-IF.
           MOVE WCT-HIT TO WCT-X.
           IF NOT CK-DONE (WCT-X)
               MOVE 4 TO WCT-RETURN
               GO TO REOPEN-TASK-EXIT
           END-IF.

           PERFORM GET-OPERATOR.
           IF WCT-OPERATOR NOT = CK-OWNER (WCT-X)
               CALL "WAUTHCHK" USING WCT-AUTH-FUNC, WCT-AUTH-RETURN
                   ON EXCEPTION
                       MOVE 1 TO WCT-AUTH-RETURN
               END-CALL
               IF WCT-AUTH-RETURN NOT = ZERO
                   MOVE 2 TO WCT-RETURN
                   GO TO REOPEN-TASK-EXIT
               END-IF
           END-IF.

           MOVE "R" TO WCT-LL-ACTION.
           MOVE CK-REQ-NOTE TO WCT-LL-NOTE.
           PERFORM WRITE-TASK-LOG-LINE.

       REOPEN-TASK-EXIT.
           EXIT.

       FIND-REQUESTED-TASK.

           INSPECT CK-REQ-TASK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WCT-HIT.
           PERFORM VARYING WCT-Y FROM 1 BY 1
                   UNTIL WCT-Y > CK-TASK-COUNT OR WCT-HIT > ZERO
               IF CK-TASK-ID (WCT-Y) = CK-REQ-TASK
                       AND CK-REQ-TASK NOT = SPACES
                   MOVE WCT-Y TO WCT-HIT
               END-IF
           END-PERFORM.

       GET-OPERATOR.

           MOVE CK-REQ-OPERATOR TO WCT-OPERATOR.
           IF WCT-OPERATOR = SPACES
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WCT-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WCT-OPERATOR-ENV (1:8) TO WCT-OPERATOR
           END-IF.

      ****************************************************************
      * AUTO -- A STREAM STEP ENDED WELL; ITS OPEN TASKS ARE DONE.   *
      ****************************************************************

       COMPLETE-STEP-TASKS.

           MOVE ZERO TO WCT-MARKED-COUNT.
           PERFORM GET-OPERATOR.
           PERFORM VARYING WCT-X FROM 1 BY 1
                   UNTIL WCT-X > CK-TASK-COUNT
               IF CK-AUTOMATED (WCT-X) AND CK-OPEN (WCT-X)
                       AND CK-STEP-PROGRAM (WCT-X) = CK-REQ-PROGRAM
                       AND CK-REQ-PROGRAM NOT = SPACES
                       AND (CK-STEP-STREAM (WCT-X) = CK-REQ-STREAM
                            OR CK-STEP-STREAM (WCT-X) = "*"
                            OR CK-STEP-STREAM (WCT-X) = SPACES)
                   ADD 1 TO WCT-MARKED-COUNT
                   MOVE "D" TO WCT-LL-ACTION
                   MOVE SPACES TO WCT-LL-NOTE
                   STRING "COMPLETED BY STEP " CK-REQ-STREAM
                          " " CK-REQ-PROGRAM
                          DELIMITED BY SIZE
                          INTO WCT-LL-NOTE
                   END-STRING
                   PERFORM WRITE-TASK-LOG-LINE
               END-IF
           END-PERFORM.
           IF WCT-MARKED-COUNT = ZERO
               MOVE 1 TO WCT-RETURN
           END-IF.

      ****************************************************************
      * THE APPEND, AND THE SAME LINE ONTO THE TASK IN HAND.         *
      ****************************************************************

       WRITE-TASK-LOG-LINE.

           MOVE CK-PERIOD TO WCT-LL-PERIOD.
           MOVE CK-TASK-ID (WCT-X) TO WCT-LL-TASK.
           ACCEPT WCT-LL-DATE FROM DATE YYYYMMDD.
           ACCEPT WCT-LL-TIME FROM TIME.
           MOVE WCT-OPERATOR TO WCT-LL-OPERATOR.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WCT-LL-RUN FROM ENVIRONMENT-VALUE.
           CALL "WLOGWRT" USING WCT-LOG-NAME, WCT-LOG-LENGTH,
               WCT-LOG-LINE.
           PERFORM TAKE-LOG-LINE.
