      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WSESSINQ.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Who's-on inquiry over the WSESSION registry
      *
      *   Build:      cob WSESSINQ.cob
      *
      *
      *   Before a close, or while a lock is held, operations asks
      *   WSESSINQ who is actually signed on.  The sessions WSIGNON
      *   registered in WSESSION.DAT are listed through WMFNDISPLAY
      *   with operator, workstation, entity, sign-on time, the APP
      *   of the screen each is on and how many minutes it has sat
      *   idle there.  A session whose last activity is before today
      *   is flagged DEAD? -- it most likely ended without signing
      *   off.  Functions on the GETPARM-style screen:
      *
      *       L  list the sessions
      *       F  flag the named session for forced sign-off
      *
      *   A flagged session is signed off by WMFNGETPARM at its next
      *   screen transition.  F is authority gated through WAUTHCHK
      *   (function WSESSINQ-FRC) and logged through WISPERRLOG.
      *   PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WSESSINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSESSION-FILE ASSIGN TO "WSESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-SESS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WSESSION-FILE.
       01  WSESSION-FILE-RECORD       PIC X(133).

       WORKING-STORAGE SECTION.

       COPY "wsession.cpy".

       01  WISP-SESS-FILE-STATUS      PIC XX.
       01  WISP-SESS-EOF-SWITCH       PIC X.
           88  WISP-SESS-EOF                    VALUE "Y".
       01  WISP-TODAY                 PIC 9(8).
       01  WISP-NOW.
           05  WISP-NOW-HH            PIC 99.
           05  WISP-NOW-MM            PIC 99.
           05  FILLER                 PIC 9(4).
       01  WISP-LAST.
           05  WISP-LAST-HH           PIC 99.
           05  WISP-LAST-MM           PIC 99.
           05  FILLER                 PIC 9(4).
       01  WISP-IDLE-MINUTES          PIC S9(8) COMP.
       01  WISP-IDLE-DISP             PIC ZZZ9.
       01  WISP-SESS-COUNT            PIC 9(4) COMP-5 VALUE ZERO.
       01  WISP-COUNT-DISP            PIC ZZZ9.

      *    Control screen, served by WMFNGETPARM.
       01  WISP-SIQ-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-SIQ-STATIC-TEXT.
           05  WISP-SIQ-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-SIQ-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-SIQ-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-SIQ-ROW       COMP-5 PIC XX.
               10  WISP-SIQ-COL       COMP-5 PIC XX.
               10  WISP-SIQ-LEN       COMP-5 PIC XX.
               10  WISP-SIQ-FAC       PIC X COMP-X.
               10  WISP-SIQ-DATA      PIC X(79).
               10  WISP-SIQ-EDIT      PIC X.
               10  WISP-SIQ-HELP      PIC X(8).
               10  WISP-SIQ-AUTH      PIC 99.
               10  WISP-SIQ-LKUP      PIC X(24).
       01  WISP-SIQ-KEY-LIST.
           05  WISP-SIQ-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-SIQ-KEY-CNT          COMP-5 PIC XX.
       01  WISP-SIQ-TERM-KEY         COMP-5 PIC XX.
       01  WISP-SIQ-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-SIQ-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-SIQ-APP-NAME         PIC X(40) VALUE "WSESSINQ".

       01  WISP-SIQ-FUNC             PIC X.
       01  WISP-SIQ-SESS-ID          PIC X(14).
       01  WISP-SIQ-SESS-APP         PIC X(40) VALUE SPACES.
       01  WISP-SIQ-MESSAGE          PIC X(60).
       01  WISP-SIQ-RETURN           PIC 9.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.
       01  WISP-OPERATOR-ENV         PIC X(40).
       01  WISP-ERRLOG-DETAIL        PIC X(80).

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WSESSINQ".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-SIQ-MESSAGE.
           PERFORM 2000-CONTROL-CYCLE
               THRU 2000-CONTROL-CYCLE-EXIT
               UNTIL WISP-SIQ-TERM-KEY = 16.
           GO TO 9999-STOP.

       2000-CONTROL-CYCLE.

           PERFORM 2100-SHOW-CONTROL-SCREEN.
           IF WISP-SIQ-TERM-KEY = 16
               GO TO 2000-CONTROL-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-SIQ-MESSAGE.
           EVALUATE WISP-SIQ-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-SESSIONS
                       THRU 3000-LIST-SESSIONS-EXIT
               WHEN "F"
                   PERFORM 4000-FORCE-SIGN-OFF
                       THRU 4000-FORCE-SIGN-OFF-EXIT
               WHEN OTHER
                   MOVE "ENTER L OR F IN THE FUNCTION FIELD."
                       TO WISP-SIQ-MESSAGE
           END-EVALUATE.

       2000-CONTROL-CYCLE-EXIT.
           EXIT.

       2100-SHOW-CONTROL-SCREEN.

           MOVE SPACES TO WISP-SIQ-STATIC-TEXT.
           MOVE "                 WSESSINQ - WHO IS SIGNED ON"
               TO WISP-SIQ-TEXT-LINES(2).
           MOVE "  FUNCTION (L/F)..........:"
               TO WISP-SIQ-TEXT-LINES(8).
           MOVE "  SESSION ID..............:"
               TO WISP-SIQ-TEXT-LINES(10).
           MOVE "  L=LIST SESSIONS  F=FORCE SIGN-OFF OF THE SESSION"
               TO WISP-SIQ-TEXT-LINES(14).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-SIQ-TEXT-LINES(18).
           MOVE WISP-SIQ-MESSAGE TO WISP-SIQ-TEXT-LINES(20).

           MOVE 2 TO WISP-SIQ-FIELD-CNT.
           MOVE  8 TO WISP-SIQ-ROW(1).
           MOVE 30 TO WISP-SIQ-COL(1).
           MOVE  1 TO WISP-SIQ-LEN(1).
           MOVE 128 TO WISP-SIQ-FAC(1).
           MOVE SPACES TO WISP-SIQ-DATA(1).
           MOVE "R" TO WISP-SIQ-EDIT(1).
           MOVE SPACES TO WISP-SIQ-HELP(1).
           MOVE ZERO TO WISP-SIQ-AUTH (1).
           MOVE SPACES TO WISP-SIQ-LKUP (1).
           MOVE 10 TO WISP-SIQ-ROW(2).
           MOVE 30 TO WISP-SIQ-COL(2).
           MOVE 14 TO WISP-SIQ-LEN(2).
           MOVE 128 TO WISP-SIQ-FAC(2).
           MOVE SPACES TO WISP-SIQ-DATA(2).
           MOVE SPACE TO WISP-SIQ-EDIT(2).
           MOVE SPACES TO WISP-SIQ-HELP(2).
           MOVE ZERO TO WISP-SIQ-AUTH (2).
           MOVE SPACES TO WISP-SIQ-LKUP (2).

           MOVE 2 TO WISP-SIQ-KEY-CNT.
           MOVE 0 TO WISP-SIQ-KEY-ITEM(1).
           MOVE 16 TO WISP-SIQ-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-SIQ-STATIC-TEXT,
               WISP-SIQ-FIELD-CNT,
               WISP-SIQ-FIELD-TABLE,
               WISP-SIQ-KEY-LIST,
               WISP-SIQ-KEY-CNT,
               WISP-SIQ-TERM-KEY,
               WISP-SIQ-PAGE-CNT,
               WISP-SIQ-STATIC-TEXT-2,
               WISP-SIQ-APP-NAME.

           MOVE WISP-SIQ-DATA(1) (1:1) TO WISP-SIQ-FUNC.
           MOVE WISP-SIQ-DATA(2) (1:14) TO WISP-SIQ-SESS-ID.

      **** L -- ONE LINE PER REGISTERED SESSION, WITH ITS IDLE TIME
       3000-LIST-SESSIONS.

           ACCEPT WISP-TODAY FROM DATE YYYYMMDD.
           ACCEPT WISP-NOW FROM TIME.
           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-SESS-COUNT.
           MOVE "N" TO WISP-SESS-EOF-SWITCH.

           OPEN INPUT WSESSION-FILE.
           IF WISP-SESS-FILE-STATUS NOT = "00"
               MOVE "NO SESSIONS SIGNED ON." TO WISP-SIQ-MESSAGE
               GO TO 3000-LIST-SESSIONS-EXIT
           END-IF.

           MOVE "SESSION ID     OPERATOR WORKSTATN  ENT  ON   APP"
               TO WISP-DSP-WORK-LINE.
           MOVE "IDLE-MIN" TO WISP-DSP-WORK-LINE (64:8).
           PERFORM 3200-QUEUE-DISPLAY-LINE.

           PERFORM 3100-READ-SESSION-RECORD.
           PERFORM UNTIL WISP-SESS-EOF
               IF WSESSION-FILE-RECORD NOT = SPACES
                   MOVE WSESSION-FILE-RECORD TO WSESSION-RECORD
                   ADD 1 TO WISP-SESS-COUNT
                   PERFORM 3300-FORMAT-SESSION-LINE
                   PERFORM 3200-QUEUE-DISPLAY-LINE
               END-IF
               PERFORM 3100-READ-SESSION-RECORD
           END-PERFORM.

           CLOSE WSESSION-FILE.

           MOVE WISP-SESS-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "SESSIONS SIGNED ON: " DELIMITED BY SIZE
                  WISP-COUNT-DISP        DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.
           MOVE "SESSIONS LISTED." TO WISP-SIQ-MESSAGE.

       3000-LIST-SESSIONS-EXIT.
           EXIT.

       3100-READ-SESSION-RECORD.
           READ WSESSION-FILE
               AT END
                   SET WISP-SESS-EOF TO TRUE
           END-READ.

       3200-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** THE IDLE TIME IS WHOLE MINUTES SINCE THE LAST SCREEN,
      **** ACROSS MIDNIGHT WHEN THE DATES DIFFER
       3300-FORMAT-SESSION-LINE.

           MOVE ZERO TO WISP-IDLE-MINUTES.
           IF SN-LAST-DATE IS NUMERIC AND SN-LAST-DATE > ZERO
                   AND SN-LAST-TIME IS NUMERIC
               MOVE SN-LAST-TIME TO WISP-LAST
               COMPUTE WISP-IDLE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE (WISP-TODAY)
                    - FUNCTION INTEGER-OF-DATE (SN-LAST-DATE)) * 1440
                   + (WISP-NOW-HH * 60 + WISP-NOW-MM)
                   - (WISP-LAST-HH * 60 + WISP-LAST-MM)
           END-IF.
           IF WISP-IDLE-MINUTES < ZERO
               MOVE ZERO TO WISP-IDLE-MINUTES
           END-IF.
           IF WISP-IDLE-MINUTES > 9999
               MOVE 9999 TO WISP-IDLE-MINUTES
           END-IF.
           MOVE WISP-IDLE-MINUTES TO WISP-IDLE-DISP.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING SN-SESSION-ID " "
                  SN-OPERATOR " "
                  SN-TERM-ID (1:10) " "
                  SN-ENTITY " "
                  SN-ON-TIME (1:4) " "
                  SN-APP (1:16) " "
                  WISP-IDLE-DISP
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           IF SN-FORCE-PENDING
               MOVE "FORCE" TO WISP-DSP-WORK-LINE (69:5)
           END-IF.
           IF SN-LAST-DATE < WISP-TODAY
               MOVE "DEAD?" TO WISP-DSP-WORK-LINE (75:5)
           END-IF.

      **** F -- FLAG A SESSION FOR FORCED SIGN-OFF: AUTHORITY GATED
      **** THROUGH WAUTHCHK, AND THE FLAG ITSELF GOES TO THE AUDIT
      **** TRAIL
       4000-FORCE-SIGN-OFF.

           IF WISP-SIQ-SESS-ID = SPACES
               MOVE "ENTER THE SESSION ID TO SIGN OFF."
                   TO WISP-SIQ-MESSAGE
               GO TO 4000-FORCE-SIGN-OFF-EXIT
           END-IF.

           MOVE "WSESSINQ-FRC" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "SIGN-OFF REFUSED - AUTHORITY DOES NOT REACH IT."
                   TO WISP-SIQ-MESSAGE
               GO TO 4000-FORCE-SIGN-OFF-EXIT
           END-IF.

           CALL "WSESSION" USING "FRC", WISP-SIQ-SESS-ID,
               WISP-SIQ-SESS-APP, WISP-SIQ-RETURN.
           IF WISP-SIQ-RETURN NOT = ZERO
               MOVE "NO SUCH SESSION." TO WISP-SIQ-MESSAGE
               GO TO 4000-FORCE-SIGN-OFF-EXIT
           END-IF.

           MOVE "SESSION FLAGGED - SIGNS OFF AT ITS NEXT SCREEN."
               TO WISP-SIQ-MESSAGE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WISP-ERRLOG-DETAIL.
           STRING "SESSION FORCE FLAGGED ID="  DELIMITED BY SIZE
                  WISP-SIQ-SESS-ID             DELIMITED BY SIZE
                  " OPER="                     DELIMITED BY SIZE
                  WISP-OPERATOR-ENV (1:8)      DELIMITED BY SIZE
                  INTO WISP-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WSESSINQ", "4000-FORCE-SIGN-OFF",
               WISP-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

       4000-FORCE-SIGN-OFF-EXIT.
           EXIT.

       9999-STOP.
           EXIT PROGRAM.
