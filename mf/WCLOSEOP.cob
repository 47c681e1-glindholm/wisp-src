      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WCLOSEOP.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Month-end close checklist -- status board and
      *               task sign-off
      *
      *   Build:      cob WCLOSEOP.cob
      *
      *
      *   The close checklist replaces the whiteboard.  The period's
      *   tasks come from the WCLOSTPL.DAT template and where each
      *   stands from the WCLOSTSK service (layout in wclose.cpy):
      *
      *       B  the status board -- every task of the PERIOD (blank
      *          = the business date's) with its state, due date,
      *          owner, and who signed it off when, with the note
      *       E  the exceptions only -- the tasks that are open, and
      *          above all the late and the blocked, with what each
      *          blocked task is waiting on
      *       D  sign off the TASK entered, with the NOTE saying what
      *          was done.  The owner signs off a manual task; a
      *          task that waits on another not yet done is refused.
      *          An automated task is completed by its WISPRUN
      *          stream step -- signing one off by hand, or someone
      *          else's task, needs the CLOSE-ANY function in
      *          WFUNAUTH.DAT
      *       R  reopen a TASK signed off in error, the NOTE saying
      *          why
      *
      *   The counts -- done, open, required still open, late,
      *   blocked -- stay on the screen after every action.  WPERCLOS
      *   will not close the period while a required task is open.
      *   PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WCLOSEOP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "wclose.cpy".
       01  WISP-CLOSE-FUNC            PIC X(4).
       01  WISP-CLOSE-RETURN          PIC 9.
       01  WISP-TASK-X                PIC 9(4)  COMP-5.
       01  WISP-AFTER-X               PIC 9(4)  COMP-5.
       01  WISP-DEP-X                 PIC 9(4)  COMP-5.
       01  WISP-WAIT-PTR              PIC 9(4)  COMP-5.
       01  WISP-LISTED-COUNT          PIC 9(4)  COMP-5.
       01  WISP-STATE-WORD            PIC X(8).
       01  WISP-COUNT-DISP-1          PIC ZZ9.
       01  WISP-COUNT-DISP-2          PIC ZZ9.
       01  WISP-COUNT-DISP-3          PIC ZZ9.
       01  WISP-COUNT-DISP-4          PIC ZZ9.
       01  WISP-COUNT-DISP-5          PIC ZZ9.
       01  WISP-COUNT-DISP-6          PIC ZZ9.

      *    Sign-off screen, served by WMFNGETPARM.
       01  WISP-CLS-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-CLS-STATIC-TEXT.
           05  WISP-CLS-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-CLS-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-CLS-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-CLS-ROW       COMP-5 PIC XX.
               10  WISP-CLS-COL       COMP-5 PIC XX.
               10  WISP-CLS-LEN       COMP-5 PIC XX.
               10  WISP-CLS-FAC       PIC X COMP-X.
               10  WISP-CLS-DATA      PIC X(79).
               10  WISP-CLS-EDIT      PIC X.
               10  WISP-CLS-HELP      PIC X(8).
               10  WISP-CLS-AUTH      PIC 99.
               10  WISP-CLS-LKUP      PIC X(24).
       01  WISP-CLS-KEY-LIST.
           05  WISP-CLS-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-CLS-KEY-CNT          COMP-5 PIC XX.
       01  WISP-CLS-TERM-KEY         COMP-5 PIC XX.
       01  WISP-CLS-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-CLS-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-CLS-APP-NAME         PIC X(40) VALUE "WCLOSEOP".
       01  WISP-CLS-FIELD-X          PIC 9(4)  COMP-5.

       01  WISP-CLS-FUNC             PIC X.
       01  WISP-CLS-PERIOD           PIC X(6).
       01  WISP-CLS-TASK             PIC X(8).
       01  WISP-CLS-NOTE             PIC X(50).
       01  WISP-CLS-MESSAGE          PIC X(70).
      *    The period's counts, shown after every action.
       01  WISP-CLS-COUNT-LINE       PIC X(79) VALUE SPACES.

      *    Board output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WCLOSEOP".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-CLS-MESSAGE.
           PERFORM VARYING WISP-CLS-FIELD-X FROM 1 BY 1
                   UNTIL WISP-CLS-FIELD-X > 4
               MOVE SPACES TO WISP-CLS-DATA(WISP-CLS-FIELD-X)
           END-PERFORM.
           MOVE "B" TO WISP-CLS-DATA(1).
           PERFORM 2000-CLOSE-CYCLE
               THRU 2000-CLOSE-CYCLE-EXIT
               UNTIL WISP-CLS-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-CLOSE-CYCLE.

           PERFORM 2100-SHOW-CLOSE-SCREEN.
           IF WISP-CLS-TERM-KEY = 16
               GO TO 2000-CLOSE-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-CLS-MESSAGE.
           IF WISP-CLS-PERIOD NOT = SPACES
                   AND WISP-CLS-PERIOD IS NOT NUMERIC
               MOVE "THE PERIOD IS YYYYMM, OR BLANK FOR THE CURRENT."
                   TO WISP-CLS-MESSAGE
               GO TO 2000-CLOSE-CYCLE-EXIT
           END-IF.
           IF WISP-CLS-FUNC = "D" OR "R"
               IF WISP-CLS-TASK = SPACES
                   MOVE "ENTER THE TASK ID." TO WISP-CLS-MESSAGE
                   GO TO 2000-CLOSE-CYCLE-EXIT
               END-IF
               IF WISP-CLS-NOTE = SPACES
                   MOVE "ENTER A NOTE - WHAT WAS DONE OR WHY REOPENED."
                       TO WISP-CLS-MESSAGE
                   GO TO 2000-CLOSE-CYCLE-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WCLOSE-CHECKLIST.
           MOVE WISP-CLS-PERIOD TO CK-PERIOD.
           MOVE WISP-CLS-TASK TO CK-REQ-TASK.
           MOVE WISP-CLS-NOTE TO CK-REQ-NOTE.
           EVALUATE WISP-CLS-FUNC
               WHEN "B"
               WHEN "E"
                   MOVE "LIST" TO WISP-CLOSE-FUNC
               WHEN "D"
                   MOVE "DONE" TO WISP-CLOSE-FUNC
               WHEN "R"
                   MOVE "REOP" TO WISP-CLOSE-FUNC
               WHEN OTHER
                   MOVE "ENTER B, E, D, OR R IN THE FUNCTION FIELD."
                       TO WISP-CLS-MESSAGE
                   GO TO 2000-CLOSE-CYCLE-EXIT
           END-EVALUATE.

           CALL "WCLOSTSK" USING WISP-CLOSE-FUNC, WCLOSE-CHECKLIST,
               WISP-CLOSE-RETURN.
           PERFORM 2500-SET-COUNT-LINE.
           IF CK-TASK-COUNT = ZERO
               MOVE "NO CLOSE TASKS FOR THE PERIOD -- SEE WCLOSTPL.DAT."
                   TO WISP-CLS-MESSAGE
               GO TO 2000-CLOSE-CYCLE-EXIT
           END-IF.

           EVALUATE WISP-CLS-FUNC
               WHEN "B"
               WHEN "E"
                   PERFORM 3000-SHOW-BOARD
               WHEN OTHER
                   PERFORM 4000-SET-RESULT-MESSAGE
           END-EVALUATE.

       2000-CLOSE-CYCLE-EXIT.
           EXIT.

       2100-SHOW-CLOSE-SCREEN.

           MOVE SPACES TO WISP-CLS-STATIC-TEXT.
           MOVE "              WCLOSEOP - MONTH-END CLOSE CHECKLIST"
               TO WISP-CLS-TEXT-LINES(2).
           MOVE "  FUNCTION (B/E/D/R)......:"
               TO WISP-CLS-TEXT-LINES(5).
           MOVE "  PERIOD (YYYYMM).........:"
               TO WISP-CLS-TEXT-LINES(7).
           MOVE "  TASK....................:"
               TO WISP-CLS-TEXT-LINES(8).
           MOVE "  NOTE (NEXT LINE):"
               TO WISP-CLS-TEXT-LINES(10).
           MOVE "  B BOARD   E EXCEPTIONS   D SIGN OFF   R REOPEN"
               TO WISP-CLS-TEXT-LINES(14).
           MOVE WISP-CLS-COUNT-LINE TO WISP-CLS-TEXT-LINES(19).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-CLS-TEXT-LINES(21).
           MOVE WISP-CLS-MESSAGE TO WISP-CLS-TEXT-LINES(23).

           MOVE 4 TO WISP-CLS-FIELD-CNT.
           MOVE  5 TO WISP-CLS-ROW(1).
           MOVE 30 TO WISP-CLS-COL(1).
           MOVE  1 TO WISP-CLS-LEN(1).
           MOVE  7 TO WISP-CLS-ROW(2).
           MOVE 30 TO WISP-CLS-COL(2).
           MOVE  6 TO WISP-CLS-LEN(2).
           MOVE  8 TO WISP-CLS-ROW(3).
           MOVE 30 TO WISP-CLS-COL(3).
           MOVE  8 TO WISP-CLS-LEN(3).
           MOVE 11 TO WISP-CLS-ROW(4).
           MOVE  2 TO WISP-CLS-COL(4).
           MOVE 50 TO WISP-CLS-LEN(4).
           PERFORM VARYING WISP-CLS-FIELD-X FROM 1 BY 1
                   UNTIL WISP-CLS-FIELD-X > 4
               MOVE 128 TO WISP-CLS-FAC(WISP-CLS-FIELD-X)
               MOVE SPACE TO WISP-CLS-EDIT(WISP-CLS-FIELD-X)
               MOVE SPACES TO WISP-CLS-HELP(WISP-CLS-FIELD-X)
               MOVE ZERO TO WISP-CLS-AUTH (WISP-CLS-FIELD-X)
               MOVE SPACES TO WISP-CLS-LKUP (WISP-CLS-FIELD-X)
           END-PERFORM.
           MOVE "R" TO WISP-CLS-EDIT(1).
           MOVE "N" TO WISP-CLS-EDIT(2).

           MOVE 2 TO WISP-CLS-KEY-CNT.
           MOVE 0 TO WISP-CLS-KEY-ITEM(1).
           MOVE 16 TO WISP-CLS-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-CLS-STATIC-TEXT,
               WISP-CLS-FIELD-CNT,
               WISP-CLS-FIELD-TABLE,
               WISP-CLS-KEY-LIST,
               WISP-CLS-KEY-CNT,
               WISP-CLS-TERM-KEY,
               WISP-CLS-PAGE-CNT,
               WISP-CLS-STATIC-TEXT-2,
               WISP-CLS-APP-NAME.

           MOVE WISP-CLS-DATA(1) (1:1) TO WISP-CLS-FUNC.
           MOVE WISP-CLS-DATA(2) (1:6) TO WISP-CLS-PERIOD.
           MOVE WISP-CLS-DATA(3) (1:8) TO WISP-CLS-TASK.
           MOVE WISP-CLS-DATA(4) (1:50) TO WISP-CLS-NOTE.
           INSPECT WISP-CLS-FUNC CONVERTING "bedr" TO "BEDR".
           INSPECT WISP-CLS-TASK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      **** THE PERIOD'S COUNTS FOR THE FOOT OF THE SCREEN
       2500-SET-COUNT-LINE.

           MOVE CK-TASK-COUNT TO WISP-COUNT-DISP-1.
           MOVE CK-DONE-COUNT TO WISP-COUNT-DISP-2.
           MOVE CK-OPEN-COUNT TO WISP-COUNT-DISP-3.
           MOVE CK-OPEN-REQUIRED TO WISP-COUNT-DISP-4.
           MOVE CK-LATE-COUNT TO WISP-COUNT-DISP-5.
           MOVE CK-BLOCKED-COUNT TO WISP-COUNT-DISP-6.
           MOVE SPACES TO WISP-CLS-COUNT-LINE.
           STRING "  PERIOD " CK-PERIOD ":" WISP-COUNT-DISP-1
                  " TASKS" WISP-COUNT-DISP-2 " DONE"
                  WISP-COUNT-DISP-3 " OPEN ("
                  WISP-COUNT-DISP-4 " REQUIRED)"
                  WISP-COUNT-DISP-5 " LATE"
                  WISP-COUNT-DISP-6 " BLOCKED"
                  DELIMITED BY SIZE
                  INTO WISP-CLS-COUNT-LINE
           END-STRING.

      **** B AND E -- PAGE THE BOARD THROUGH WMFNDISPLAY
       3000-SHOW-BOARD.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           MOVE ZERO TO WISP-LISTED-COUNT.
           MOVE WISP-CLS-COUNT-LINE (3:) TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           MOVE "TASK     T R STATE    DUE      OWNER    DESCRIPTION"
               TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-TASK-X FROM 1 BY 1
                   UNTIL WISP-TASK-X > CK-TASK-COUNT
               IF WISP-CLS-FUNC = "B" OR CK-OPEN (WISP-TASK-X)
                   PERFORM 3200-FORMAT-TASK
               END-IF
           END-PERFORM.
           IF WISP-LISTED-COUNT = ZERO
               MOVE "  EVERY TASK FOR THE PERIOD IS DONE."
                   TO WISP-DSP-WORK-LINE
               PERFORM 3100-QUEUE-DISPLAY-LINE
           END-IF.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
           END-IF.

       3100-QUEUE-DISPLAY-LINE.

           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** ONE TASK -- THE BOARD LINE, THEN WHAT IS KNOWN ABOUT IT
       3200-FORMAT-TASK.

           ADD 1 TO WISP-LISTED-COUNT.
           EVALUATE TRUE
               WHEN CK-DONE (WISP-TASK-X)
                   MOVE "DONE" TO WISP-STATE-WORD
               WHEN CK-LATE (WISP-TASK-X) = "Y"
                       AND CK-BLOCKED (WISP-TASK-X) = "Y"
                   MOVE "LATE/BLK" TO WISP-STATE-WORD
               WHEN CK-LATE (WISP-TASK-X) = "Y"
                   MOVE "LATE" TO WISP-STATE-WORD
               WHEN CK-BLOCKED (WISP-TASK-X) = "Y"
                   MOVE "BLOCKED" TO WISP-STATE-WORD
               WHEN OTHER
                   MOVE "OPEN" TO WISP-STATE-WORD
           END-EVALUATE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING CK-TASK-ID (WISP-TASK-X) " "
                  CK-TYPE (WISP-TASK-X) " "
                  CK-REQUIRED (WISP-TASK-X) " "
                  WISP-STATE-WORD " "
                  CK-DUE-DATE (WISP-TASK-X) " "
                  CK-OWNER (WISP-TASK-X) " "
                  CK-DESC (WISP-TASK-X) (1:37)
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           EVALUATE TRUE
               WHEN CK-DONE (WISP-TASK-X)
                   STRING "    DONE " CK-DONE-DATE (WISP-TASK-X) " "
                          CK-DONE-TIME (WISP-TASK-X) (1:2) ":"
                          CK-DONE-TIME (WISP-TASK-X) (3:2)
                          " BY " CK-DONE-BY (WISP-TASK-X) ": "
                          CK-NOTE (WISP-TASK-X) (1:39)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
               WHEN CK-BLOCKED (WISP-TASK-X) = "Y"
                   PERFORM 3300-FORMAT-WAITING-ON
               WHEN CK-NOTE (WISP-TASK-X) NOT = SPACES
                   STRING "    REOPENED BY " CK-DONE-BY (WISP-TASK-X)
                          ": " CK-NOTE (WISP-TASK-X)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
               WHEN CK-AUTOMATED (WISP-TASK-X)
                   STRING "    AUTOMATED - STREAM "
                          CK-STEP-STREAM (WISP-TASK-X)
                          " STEP " CK-STEP-PROGRAM (WISP-TASK-X)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
           END-EVALUATE.
           IF WISP-DSP-WORK-LINE NOT = SPACES
               PERFORM 3100-QUEUE-DISPLAY-LINE
           END-IF.

      **** THE TASKS A BLOCKED TASK IS WAITING ON
       3300-FORMAT-WAITING-ON.

           MOVE "    WAITING ON:" TO WISP-DSP-WORK-LINE.
           MOVE 16 TO WISP-WAIT-PTR.
           PERFORM VARYING WISP-AFTER-X FROM 1 BY 1
                   UNTIL WISP-AFTER-X > 6
               IF CK-AFTER (WISP-TASK-X, WISP-AFTER-X) NOT = SPACES
                   PERFORM 3400-TEST-ONE-PREREQUISITE
               END-IF
           END-PERFORM.

       3400-TEST-ONE-PREREQUISITE.

           PERFORM VARYING WISP-DEP-X FROM 1 BY 1
                   UNTIL WISP-DEP-X > CK-TASK-COUNT
               IF CK-TASK-ID (WISP-DEP-X)
                       = CK-AFTER (WISP-TASK-X, WISP-AFTER-X)
                       AND NOT CK-DONE (WISP-DEP-X)
                       AND WISP-WAIT-PTR < 70
                   STRING " " CK-TASK-ID (WISP-DEP-X)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                          WITH POINTER WISP-WAIT-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      **** D AND R -- WHAT THE SERVICE SAID
       4000-SET-RESULT-MESSAGE.

           EVALUATE WISP-CLOSE-RETURN
               WHEN 0
                   IF WISP-CLS-FUNC = "D"
                       MOVE "TASK SIGNED OFF." TO WISP-CLS-MESSAGE
                   ELSE
                       MOVE "TASK REOPENED." TO WISP-CLS-MESSAGE
                   END-IF
                   MOVE SPACES TO WISP-CLS-DATA(3) WISP-CLS-DATA(4)
               WHEN 1
                   MOVE "NO SUCH TASK ON THE PERIOD'S CHECKLIST."
                       TO WISP-CLS-MESSAGE
               WHEN 2
                   MOVE "REFUSED - NOT YOUR TASK, NO CLOSE-ANY RIGHT."
                       TO WISP-CLS-MESSAGE
               WHEN 3
                   MOVE "REFUSED - BLOCKED; SEE E FOR WHAT IT WAITS ON."
                       TO WISP-CLS-MESSAGE
               WHEN 4
                   IF WISP-CLS-FUNC = "D"
                       MOVE "THE TASK IS ALREADY DONE."
                           TO WISP-CLS-MESSAGE
                   ELSE
                       MOVE "THE TASK IS NOT DONE." TO WISP-CLS-MESSAGE
                   END-IF
               WHEN 5
                   MOVE "REFUSED - AUTOMATED; ITS STREAM STEP DOES IT."
                       TO WISP-CLS-MESSAGE
               WHEN OTHER
                   MOVE "ENTER A NOTE." TO WISP-CLS-MESSAGE
           END-EVALUATE.

       9999-STOP.
           EXIT PROGRAM.
