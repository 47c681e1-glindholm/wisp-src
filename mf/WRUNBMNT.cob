      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WRUNBMNT.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Maintain the WRUNBOOK.DAT operator runbook
      *
      *   Build:      cob WRUNBMNT.cob
      *
      *
      *   WRUNBOOK.DAT (layout in wrunbk.cpy) holds, per program, what
      *   the night operator needs when that program's step fails:
      *   whether a rerun is safe, the escalation severity, the owner
      *   to call, the checks to make first and the restart
      *   instructions.  WRUNBOOK puts the entry on the screen when
      *   WISPRUN or WERRWATCH reports the failure.  WRUNBMNT puts
      *   GETPARM-style screens in front of the file, the WPGMMNT way:
      *
      *       L  list the runbook -- every entry, or only those of the
      *          SEVERITY entered
      *       I  inquire -- fill the screen from the PROGRAM's entry
      *       A  add the entered program, refusing one already there
      *       C  replace the PROGRAM's entry with the screen as
      *          entered -- inquire first to start from what is there
      *       D  delete the PROGRAM's entry
      *
      *   RERUN SAFE is Y or N; SEVERITY is CRITICAL, HIGH, MEDIUM or
      *   LOW; the owner and at least the first restart line must be
      *   filled in.  A and C need the WRUNBMNT function in
      *   WFUNAUTH.DAT, D the WRUNBMNT-DEL function.  Every change
      *   stamps the entry with the date and the signed-on operator.
      *   WRBKGAP lists the programs run in production that still
      *   have no entry.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRUNBMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRUNBOOK-FILE ASSIGN TO "WRUNBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-RUNBOOK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WRUNBOOK-FILE.
       01  WRUNBOOK-FILE-RECORD       PIC X(445).

       WORKING-STORAGE SECTION.

       01  WISP-RUNBOOK-FILE-STATUS   PIC XX.
       01  WISP-RUNBOOK-EOF-SWITCH    PIC X     VALUE "N".
           88  WISP-RUNBOOK-EOF                 VALUE "Y".

       COPY "wrunbk.cpy".

       01  WISP-RB-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-RB-MAX                PIC 9(4)  VALUE 2000.
       01  WISP-RB-TABLE.
           05  WISP-RB-ENTRY          PIC X(445)
                                      OCCURS 2000 TIMES
                                      INDEXED BY WISP-RB-X.
       01  WISP-RB-FOUND-NUM          PIC 9(4)  COMP-5.
       01  WISP-RB-MOVE-X             PIC 9(4)  COMP-5.
       01  WISP-RB-LISTED             PIC 9(4)  COMP-5.

       01  WISP-CALLER-ENV            PIC X(80).
       01  WISP-CALLER-ID             PIC X(8).
       01  WISP-RB-TODAY              PIC 9(8).

      *    Maintenance screen, served by WMFNGETPARM.
       01  WISP-MNT-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-MNT-STATIC-TEXT.
           05  WISP-MNT-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-MNT-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-MNT-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-MNT-ROW       COMP-5 PIC XX.
               10  WISP-MNT-COL       COMP-5 PIC XX.
               10  WISP-MNT-LEN       COMP-5 PIC XX.
               10  WISP-MNT-FAC       PIC X COMP-X.
               10  WISP-MNT-DATA      PIC X(79).
               10  WISP-MNT-EDIT      PIC X.
               10  WISP-MNT-HELP      PIC X(8).
               10  WISP-MNT-AUTH      PIC 99.
               10  WISP-MNT-LKUP      PIC X(24).
       01  WISP-MNT-KEY-LIST.
           05  WISP-MNT-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-MNT-KEY-CNT          COMP-5 PIC XX.
       01  WISP-MNT-TERM-KEY         COMP-5 PIC XX.
       01  WISP-MNT-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-MNT-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-MNT-APP-NAME         PIC X(40) VALUE "WRUNBMNT".
       01  WISP-MNT-FIELD-X          PIC 9(4)  COMP-5.

       01  WISP-MNT-FUNC             PIC X.
       01  WISP-MNT-PROGRAM          PIC X(8).
       01  WISP-MNT-RERUN-SAFE       PIC X.
       01  WISP-MNT-SEVERITY         PIC X(8).
       01  WISP-MNT-OWNER            PIC X(30).
       01  WISP-MNT-PREREQ           PIC X(150).
       01  FILLER REDEFINES WISP-MNT-PREREQ.
           05  WISP-MNT-PREREQ-LINE  PIC X(75) OCCURS 2.
       01  WISP-MNT-RESTART          PIC X(225).
       01  FILLER REDEFINES WISP-MNT-RESTART.
           05  WISP-MNT-RESTART-LINE PIC X(75) OCCURS 3.
       01  WISP-MNT-MESSAGE          PIC X(70).
      *    The entry's last maintenance, shown after an inquiry.
       01  WISP-MNT-STAMP-LINE       PIC X(70) VALUE SPACES.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WRUNBMNT".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-CALLER-ENV FROM ENVIRONMENT-VALUE.
           MOVE WISP-CALLER-ENV (1:8) TO WISP-CALLER-ID.

           PERFORM 1000-LOAD-RUNBOOK
               THRU 1000-LOAD-RUNBOOK-EXIT.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           PERFORM VARYING WISP-MNT-FIELD-X FROM 1 BY 1
                   UNTIL WISP-MNT-FIELD-X > 10
               MOVE SPACES TO WISP-MNT-DATA(WISP-MNT-FIELD-X)
           END-PERFORM.
           PERFORM 2000-RUNBOOK-CYCLE
               THRU 2000-RUNBOOK-CYCLE-EXIT
               UNTIL WISP-MNT-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** LOAD THE WHOLE RUNBOOK INTO STORAGE
       1000-LOAD-RUNBOOK.

           MOVE ZERO TO WISP-RB-COUNT.
           MOVE "N" TO WISP-RUNBOOK-EOF-SWITCH.
           OPEN INPUT WRUNBOOK-FILE.
           IF WISP-RUNBOOK-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-RUNBOOK-EXIT
           END-IF.

           PERFORM 1100-READ-RUNBOOK-RECORD.
           PERFORM UNTIL WISP-RUNBOOK-EOF
               IF WRUNBOOK-FILE-RECORD NOT = SPACES
                       AND WISP-RB-COUNT < WISP-RB-MAX
                   ADD 1 TO WISP-RB-COUNT
                   MOVE WRUNBOOK-FILE-RECORD
                       TO WISP-RB-ENTRY (WISP-RB-COUNT)
               END-IF
               PERFORM 1100-READ-RUNBOOK-RECORD
           END-PERFORM.

           CLOSE WRUNBOOK-FILE.

       1000-LOAD-RUNBOOK-EXIT.
           EXIT.

       1100-READ-RUNBOOK-RECORD.
           READ WRUNBOOK-FILE
               AT END
                   SET WISP-RUNBOOK-EOF TO TRUE
           END-READ.

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-RUNBOOK-CYCLE.

           PERFORM 2100-SHOW-RUNBOOK-SCREEN.
           IF WISP-MNT-TERM-KEY = 16
               GO TO 2000-RUNBOOK-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-MNT-MESSAGE.
           MOVE SPACES TO WISP-MNT-STAMP-LINE.
           IF WISP-MNT-FUNC = "A" OR "C"
               MOVE "WRUNBMNT" TO WISP-AUTH-FUNC
               CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
                   ON EXCEPTION
                       MOVE ZERO TO WISP-AUTH-RETURN
               END-CALL
               IF WISP-AUTH-RETURN NOT = ZERO
                   MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH RUNBOOK
      -                " CHANGES." TO WISP-MNT-MESSAGE
                   GO TO 2000-RUNBOOK-CYCLE-EXIT
               END-IF
           END-IF.
           IF WISP-MNT-FUNC = "I" OR "A" OR "C" OR "D"
               IF WISP-MNT-PROGRAM = SPACES
                   MOVE "ENTER THE PROGRAM NAME." TO WISP-MNT-MESSAGE
                   GO TO 2000-RUNBOOK-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-MNT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-RUNBOOK
               WHEN "I"
                   PERFORM 3500-INQUIRE-PROGRAM
                       THRU 3500-INQUIRE-PROGRAM-EXIT
               WHEN "A"
                   PERFORM 4000-ADD-PROGRAM
                       THRU 4000-ADD-PROGRAM-EXIT
               WHEN "C"
                   PERFORM 5000-CHANGE-PROGRAM
                       THRU 5000-CHANGE-PROGRAM-EXIT
               WHEN "D"
                   PERFORM 6000-DELETE-PROGRAM
                       THRU 6000-DELETE-PROGRAM-EXIT
               WHEN OTHER
                   MOVE "ENTER L, I, A, C, OR D IN THE FUNCTION FIELD."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       2000-RUNBOOK-CYCLE-EXIT.
           EXIT.

       2100-SHOW-RUNBOOK-SCREEN.

           MOVE SPACES TO WISP-MNT-STATIC-TEXT.
           MOVE "              WRUNBMNT - OPERATOR RUNBOOK"
               TO WISP-MNT-TEXT-LINES(2).
           MOVE "  FUNCTION (L/I/A/C/D)....:"
               TO WISP-MNT-TEXT-LINES(5).
           MOVE "  PROGRAM.................:"
               TO WISP-MNT-TEXT-LINES(7).
           MOVE "  RERUN SAFE (Y/N)........:"
               TO WISP-MNT-TEXT-LINES(8).
           MOVE "  SEVERITY................:"
               TO WISP-MNT-TEXT-LINES(9).
           MOVE "  OWNER TO CALL...........:"
               TO WISP-MNT-TEXT-LINES(10).
           MOVE "  PREREQUISITE CHECKS (NEXT LINES):"
               TO WISP-MNT-TEXT-LINES(12).
           MOVE "  RESTART INSTRUCTIONS (NEXT LINES):"
               TO WISP-MNT-TEXT-LINES(15).
           MOVE WISP-MNT-STAMP-LINE TO WISP-MNT-TEXT-LINES(20).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-MNT-TEXT-LINES(21).
           MOVE WISP-MNT-MESSAGE TO WISP-MNT-TEXT-LINES(23).

           MOVE 10 TO WISP-MNT-FIELD-CNT.
           MOVE  5 TO WISP-MNT-ROW(1).
           MOVE 30 TO WISP-MNT-COL(1).
           MOVE  1 TO WISP-MNT-LEN(1).
           MOVE  7 TO WISP-MNT-ROW(2).
           MOVE 30 TO WISP-MNT-COL(2).
           MOVE  8 TO WISP-MNT-LEN(2).
           MOVE  8 TO WISP-MNT-ROW(3).
           MOVE 30 TO WISP-MNT-COL(3).
           MOVE  1 TO WISP-MNT-LEN(3).
           MOVE  9 TO WISP-MNT-ROW(4).
           MOVE 30 TO WISP-MNT-COL(4).
           MOVE  8 TO WISP-MNT-LEN(4).
           MOVE 10 TO WISP-MNT-ROW(5).
           MOVE 30 TO WISP-MNT-COL(5).
           MOVE 30 TO WISP-MNT-LEN(5).
           MOVE 13 TO WISP-MNT-ROW(6).
           MOVE 14 TO WISP-MNT-ROW(7).
           MOVE 16 TO WISP-MNT-ROW(8).
           MOVE 17 TO WISP-MNT-ROW(9).
           MOVE 18 TO WISP-MNT-ROW(10).
           PERFORM VARYING WISP-MNT-FIELD-X FROM 6 BY 1
                   UNTIL WISP-MNT-FIELD-X > 10
               MOVE  3 TO WISP-MNT-COL(WISP-MNT-FIELD-X)
               MOVE 75 TO WISP-MNT-LEN(WISP-MNT-FIELD-X)
           END-PERFORM.
           PERFORM VARYING WISP-MNT-FIELD-X FROM 1 BY 1
                   UNTIL WISP-MNT-FIELD-X > 10
               MOVE 128 TO WISP-MNT-FAC(WISP-MNT-FIELD-X)
               MOVE SPACE TO WISP-MNT-EDIT(WISP-MNT-FIELD-X)
               MOVE SPACES TO WISP-MNT-HELP(WISP-MNT-FIELD-X)
               MOVE ZERO TO WISP-MNT-AUTH (WISP-MNT-FIELD-X)
               MOVE SPACES TO WISP-MNT-LKUP (WISP-MNT-FIELD-X)
           END-PERFORM.
           MOVE "R" TO WISP-MNT-EDIT(1).

           MOVE 2 TO WISP-MNT-KEY-CNT.
           MOVE 0 TO WISP-MNT-KEY-ITEM(1).
           MOVE 16 TO WISP-MNT-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-MNT-STATIC-TEXT,
               WISP-MNT-FIELD-CNT,
               WISP-MNT-FIELD-TABLE,
               WISP-MNT-KEY-LIST,
               WISP-MNT-KEY-CNT,
               WISP-MNT-TERM-KEY,
               WISP-MNT-PAGE-CNT,
               WISP-MNT-STATIC-TEXT-2,
               WISP-MNT-APP-NAME.

           MOVE WISP-MNT-DATA(1) (1:1) TO WISP-MNT-FUNC.
           MOVE WISP-MNT-DATA(2) (1:8) TO WISP-MNT-PROGRAM.
           MOVE WISP-MNT-DATA(3) (1:1) TO WISP-MNT-RERUN-SAFE.
           MOVE WISP-MNT-DATA(4) (1:8) TO WISP-MNT-SEVERITY.
           MOVE WISP-MNT-DATA(5) (1:30) TO WISP-MNT-OWNER.
           MOVE WISP-MNT-DATA(6) (1:75) TO WISP-MNT-PREREQ-LINE(1).
           MOVE WISP-MNT-DATA(7) (1:75) TO WISP-MNT-PREREQ-LINE(2).
           MOVE WISP-MNT-DATA(8) (1:75) TO WISP-MNT-RESTART-LINE(1).
           MOVE WISP-MNT-DATA(9) (1:75) TO WISP-MNT-RESTART-LINE(2).
           MOVE WISP-MNT-DATA(10) (1:75) TO WISP-MNT-RESTART-LINE(3).
           INSPECT WISP-MNT-FUNC CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WISP-MNT-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WISP-MNT-RERUN-SAFE CONVERTING
               "yn" TO "YN".
           INSPECT WISP-MNT-SEVERITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      **** L -- PAGE THE RUNBOOK THROUGH WMFNDISPLAY
       3000-LIST-RUNBOOK.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           MOVE ZERO TO WISP-RB-LISTED.
           MOVE "PROGRAM  RERUN SEVERITY OWNER                         
      -        "UPDATED  BY" TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-RB-X FROM 1 BY 1
                   UNTIL WISP-RB-X > WISP-RB-COUNT
               MOVE WISP-RB-ENTRY (WISP-RB-X) TO WRUNBK-RECORD
               IF WISP-MNT-SEVERITY = SPACES
                       OR RB-SEVERITY = WISP-MNT-SEVERITY
                   ADD 1 TO WISP-RB-LISTED
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING RB-PROGRAM " " RB-RERUN-SAFE "     "
                          RB-SEVERITY " " RB-OWNER " "
                          RB-UPDATED " " RB-UPDATED-BY
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
                   PERFORM 3100-QUEUE-DISPLAY-LINE
               END-IF
           END-PERFORM.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.
           IF WISP-RB-LISTED = ZERO
               MOVE "NO RUNBOOK ENTRIES TO LIST." TO WISP-MNT-MESSAGE
           ELSE
               MOVE "LISTING COMPLETE." TO WISP-MNT-MESSAGE
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

      **** I -- FILL THE SCREEN FROM THE PROGRAM'S ENTRY
       3500-INQUIRE-PROGRAM.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-RB-FOUND-NUM = ZERO
               MOVE "THAT PROGRAM HAS NO RUNBOOK ENTRY."
                   TO WISP-MNT-MESSAGE
               GO TO 3500-INQUIRE-PROGRAM-EXIT
           END-IF.

           MOVE WISP-RB-ENTRY (WISP-RB-FOUND-NUM) TO WRUNBK-RECORD.
           MOVE RB-RERUN-SAFE TO WISP-MNT-DATA(3).
           MOVE RB-SEVERITY TO WISP-MNT-DATA(4).
           MOVE RB-OWNER TO WISP-MNT-DATA(5).
           MOVE RB-PREREQ-LINE(1) TO WISP-MNT-DATA(6).
           MOVE RB-PREREQ-LINE(2) TO WISP-MNT-DATA(7).
           MOVE RB-RESTART-LINE(1) TO WISP-MNT-DATA(8).
           MOVE RB-RESTART-LINE(2) TO WISP-MNT-DATA(9).
           MOVE RB-RESTART-LINE(3) TO WISP-MNT-DATA(10).
           STRING "  LAST UPDATED " RB-UPDATED " BY " RB-UPDATED-BY
               DELIMITED BY SIZE INTO WISP-MNT-STAMP-LINE
           END-STRING.
           MOVE "RUNBOOK ENTRY SHOWN." TO WISP-MNT-MESSAGE.

       3500-INQUIRE-PROGRAM-EXIT.
           EXIT.

      **** A -- REFUSE A PROGRAM ALREADY IN THE RUNBOOK
       4000-ADD-PROGRAM.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-RB-FOUND-NUM > ZERO
               MOVE "REFUSED - THAT PROGRAM ALREADY HAS A RUNBOOK ENTRY
      -            "." TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-PROGRAM-EXIT
           END-IF.
           IF WISP-RB-COUNT NOT < WISP-RB-MAX
               MOVE "REFUSED - RUNBOOK TABLE IS FULL."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-PROGRAM-EXIT
           END-IF.
           PERFORM 7500-CHECK-ENTRY THRU 7500-CHECK-ENTRY-EXIT.
           IF WISP-MNT-MESSAGE NOT = SPACES
               GO TO 4000-ADD-PROGRAM-EXIT
           END-IF.

           ADD 1 TO WISP-RB-COUNT.
           MOVE WISP-RB-COUNT TO WISP-RB-FOUND-NUM.
           PERFORM 7600-STORE-ENTRY.
           PERFORM 8000-REWRITE-RUNBOOK-FILE.
           MOVE "PROGRAM ADDED TO THE RUNBOOK." TO WISP-MNT-MESSAGE.

       4000-ADD-PROGRAM-EXIT.
           EXIT.

      **** C -- REPLACE THE PROGRAM'S ENTRY WITH THE SCREEN
       5000-CHANGE-PROGRAM.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-RB-FOUND-NUM = ZERO
               MOVE "THAT PROGRAM HAS NO RUNBOOK ENTRY."
                   TO WISP-MNT-MESSAGE
               GO TO 5000-CHANGE-PROGRAM-EXIT
           END-IF.
           PERFORM 7500-CHECK-ENTRY THRU 7500-CHECK-ENTRY-EXIT.
           IF WISP-MNT-MESSAGE NOT = SPACES
               GO TO 5000-CHANGE-PROGRAM-EXIT
           END-IF.

           PERFORM 7600-STORE-ENTRY.
           PERFORM 8000-REWRITE-RUNBOOK-FILE.
           MOVE "RUNBOOK ENTRY CHANGED." TO WISP-MNT-MESSAGE.

       5000-CHANGE-PROGRAM-EXIT.
           EXIT.

      **** D -- REMOVE THE ENTRY, AUTHORITY GATED THROUGH WAUTHCHK
       6000-DELETE-PROGRAM.

           MOVE "WRUNBMNT-DEL" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "DELETE REFUSED - YOUR AUTHORITY DOES NOT REACH IT."
                   TO WISP-MNT-MESSAGE
               GO TO 6000-DELETE-PROGRAM-EXIT
           END-IF.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-RB-FOUND-NUM = ZERO
               MOVE "THAT PROGRAM HAS NO RUNBOOK ENTRY."
                   TO WISP-MNT-MESSAGE
               GO TO 6000-DELETE-PROGRAM-EXIT
           END-IF.

           PERFORM VARYING WISP-RB-MOVE-X
                   FROM WISP-RB-FOUND-NUM BY 1
                   UNTIL WISP-RB-MOVE-X NOT < WISP-RB-COUNT
               MOVE WISP-RB-ENTRY (WISP-RB-MOVE-X + 1)
                   TO WISP-RB-ENTRY (WISP-RB-MOVE-X)
           END-PERFORM.
           SUBTRACT 1 FROM WISP-RB-COUNT.
           PERFORM 8000-REWRITE-RUNBOOK-FILE.
           MOVE "RUNBOOK ENTRY DELETED." TO WISP-MNT-MESSAGE.

       6000-DELETE-PROGRAM-EXIT.
           EXIT.

       7000-FIND-PROGRAM.
           MOVE ZERO TO WISP-RB-FOUND-NUM.
           PERFORM VARYING WISP-RB-X FROM 1 BY 1
                   UNTIL WISP-RB-X > WISP-RB-COUNT
                      OR WISP-RB-FOUND-NUM > ZERO
               IF WISP-RB-ENTRY (WISP-RB-X) (1:8) = WISP-MNT-PROGRAM
                   SET WISP-RB-FOUND-NUM TO WISP-RB-X
               END-IF
           END-PERFORM.

      **** THE FIELDS AN ENTRY CANNOT DO WITHOUT
       7500-CHECK-ENTRY.

           MOVE WISP-MNT-RERUN-SAFE TO RB-RERUN-SAFE.
           MOVE WISP-MNT-SEVERITY TO RB-SEVERITY.
           IF WISP-MNT-RERUN-SAFE NOT = "Y" AND NOT = "N"
               MOVE "RERUN SAFE MUST BE Y OR N." TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.
           IF NOT RB-SEVERITY-VALID
               MOVE "SEVERITY MUST BE CRITICAL, HIGH, MEDIUM, OR LOW."
                   TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.
           IF WISP-MNT-OWNER = SPACES
               MOVE "ENTER THE OWNER TO CALL." TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.
           IF WISP-MNT-RESTART-LINE(1) = SPACES
               MOVE "ENTER THE RESTART INSTRUCTIONS, FIRST LINE FIRST."
                   TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.

       7500-CHECK-ENTRY-EXIT.
           EXIT.

       7600-STORE-ENTRY.
           ACCEPT WISP-RB-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WRUNBK-RECORD.
           MOVE WISP-MNT-PROGRAM TO RB-PROGRAM.
           MOVE WISP-MNT-RERUN-SAFE TO RB-RERUN-SAFE.
           MOVE WISP-MNT-SEVERITY TO RB-SEVERITY.
           MOVE WISP-MNT-OWNER TO RB-OWNER.
           MOVE WISP-RB-TODAY TO RB-UPDATED.
           MOVE WISP-CALLER-ID TO RB-UPDATED-BY.
           MOVE WISP-MNT-PREREQ TO RB-PREREQ.
           MOVE WISP-MNT-RESTART TO RB-RESTART.
           MOVE WRUNBK-RECORD TO WISP-RB-ENTRY (WISP-RB-FOUND-NUM).

       8000-REWRITE-RUNBOOK-FILE.
           OPEN OUTPUT WRUNBOOK-FILE.
           PERFORM VARYING WISP-RB-X FROM 1 BY 1
                   UNTIL WISP-RB-X > WISP-RB-COUNT
               MOVE WISP-RB-ENTRY (WISP-RB-X) TO WRUNBOOK-FILE-RECORD
               WRITE WRUNBOOK-FILE-RECORD
           END-PERFORM.
           CLOSE WRUNBOOK-FILE.

       9999-STOP.
           EXIT PROGRAM.
