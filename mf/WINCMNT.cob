      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WINCMNT.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Incident log maintenance
      *
      *   Build:      cob WINCMNT.cob
      *
      *
      *   An incident is the story of one production problem, kept
      *   in WINCIDNT.DAT (copybook wincid) instead of in email and
      *   shift notes.  WERRWATCH opens one for each CRITICAL alert
      *   (or links the alert to the one already open for that
      *   program); the rest is done here.  Every line goes through
      *   WINCLOG, which stamps it with the date, time and operator
      *   and only ever appends, so the file is its own audit trail.
      *
      *   Functions (entered in the FUNCTION field):
      *       L  list the incidents not yet closed
      *       D  display INCIDENT: its state and every line logged
      *          against it -- events, runs, actions, state changes
      *       O  open an incident by hand: PROGRAM and the TITLE
      *          text are needed; ASSIGNEE, CATEGORY and a RUN ID
      *          may be given at the same time
      *       S  set INCIDENT's STATUS (O open, R restored, C
      *          closed), ASSIGNEE and CATEGORY -- a non-blank field
      *          replaces the current value.  Closing needs a root-
      *          cause CATEGORY, a code of WCODETAB table INCCAT (the
      *          field's pick list).  Text entered is logged with the
      *          change as an action.  The first move out of OPEN is
      *          the restore time the monthly WINCRPT measures
      *       A  log the text as an action taken on INCIDENT
      *       K  link INCIDENT to a RUN ID, and/or to the WISPERR.LOG
      *          events logged at EVENT DATE and TIME (HHMMSS)
      *   O, S, A and K are authority gated through WAUTHCHK
      *   (function INCIDENT-MNT).  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WINCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINCIDNT-FILE ASSIGN TO "WINCIDNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-INC-FILE-STATUS.
           SELECT WISPERRLOG-FILE ASSIGN TO "WISPERR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-ERRLOG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WINCIDNT-FILE.
       01  WINCIDNT-FILE-RECORD       PIC X(156).

       FD  WISPERRLOG-FILE.
       01  WISPERRLOG-RECORD.
           05  WISP-EL-REC-DATE       PIC 9(8).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-TIME       PIC 9(8).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-PROGRAM    PIC X(12).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-PARAGRAPH  PIC X(30).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-DETAIL     PIC X(80).
           05  WISP-EL-REC-RUN-TAG    PIC X(5).
           05  WISP-EL-REC-RUN        PIC X(20).

       WORKING-STORAGE SECTION.

       COPY "wincid.cpy".
       COPY "wcodetab.cpy".

       01  WISP-INC-FILE-STATUS       PIC XX.
       01  WISP-ERRLOG-FILE-STATUS    PIC XX.
       01  WISP-SOURCE-EOF-SWITCH     PIC X.
           88  WISP-SOURCE-EOF                  VALUE "Y".
       01  WISP-INC-FOUND-SWITCH      PIC X.
           88  WISP-INC-FOUND                   VALUE "Y".
       01  WISP-INC-OVERFLOW-SWITCH   PIC X.
           88  WISP-INC-OVERFLOW                VALUE "Y".

      *    The incidents for the L list, latest state applied.  A
      *    full table sheds its closed incidents to make room.
       01  WISP-INC-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-INC-MAX               PIC 9(4)  VALUE 1000.
       01  WISP-INC-TABLE.
           05  WISP-INC-ENTRY  OCCURS 1000 TIMES
                               INDEXED BY WISP-INC-X.
               10  WISP-INC-T-ID      PIC 9(6).
               10  WISP-INC-T-STATUS  PIC X.
               10  WISP-INC-T-OPENED  PIC 9(8).
               10  WISP-INC-T-PROGRAM PIC X(12).
               10  WISP-INC-T-ASSIGNEE PIC X(8).
               10  WISP-INC-T-CATEGORY PIC X(8).
               10  WISP-INC-T-TITLE   PIC X(30).
       01  WISP-INC-KEEP-X            PIC 9(4)  COMP-5.

      *    The incident named on the screen, as of its latest line.
       01  WISP-CUR-ID                PIC 9(6).
       01  WISP-CUR-SOURCE            PIC X.
       01  WISP-CUR-PROGRAM           PIC X(12).
       01  WISP-CUR-TITLE             PIC X(80).
       01  WISP-CUR-OPENED-DATE       PIC 9(8).
       01  WISP-CUR-OPENED-TIME       PIC 9(8).
       01  WISP-CUR-OPERATOR          PIC X(8).
       01  WISP-CUR-STATUS            PIC X.
       01  WISP-CUR-ASSIGNEE          PIC X(8).
       01  WISP-CUR-CATEGORY          PIC X(8).
       01  WISP-CUR-RESTORED-DATE     PIC 9(8).
       01  WISP-CUR-RESTORED-TIME     PIC 9(8).
       01  WISP-NEW-STATUS            PIC X.
       01  WISP-NEW-ASSIGNEE          PIC X(8).
       01  WISP-NEW-CATEGORY          PIC X(8).
       01  WISP-STATUS-WORD           PIC X(8).

       01  WISP-LOG-FUNC              PIC X(4).
       01  WISP-LOG-RETURN            PIC 9.
       01  WISP-CODE-RETURN           PIC 9.
       01  WISP-CATEGORY-OK-SWITCH    PIC X.
           88  WISP-CATEGORY-OK                 VALUE "Y".
       01  WISP-LINK-COUNT            PIC 9(4)  COMP-5.
       01  WISP-LIST-COUNT            PIC 9(4)  COMP-5.
       01  WISP-COUNT-DISP            PIC ZZZ9.
       01  WISP-ID-DISP               PIC 9(6).
       01  WISP-EVENT-DATE            PIC 9(8).
       01  WISP-EVENT-TIME            PIC 9(6).

       01  WISP-NUM-TEXT              PIC X(10).
       01  WISP-NUM-LEN               PIC 9(4)  COMP-5.
       01  WISP-NUM-VALUE             PIC 9(10).
       01  WISP-NUM-OK-SWITCH         PIC X.
           88  WISP-NUM-OK                      VALUE "Y".

       01  WISP-AUTH-FUNC             PIC X(12).
       01  WISP-AUTH-RETURN           PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WINCMNT".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).
       01  WISP-DSP-TEXT             PIC X(54).

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
       01  WISP-MNT-APP-NAME         PIC X(40) VALUE "WINCMNT".
       01  WISP-MNT-FX               PIC 99.

       01  WISP-MNT-FUNC             PIC X.
       01  WISP-MNT-INCIDENT         PIC X(6)  VALUE SPACES.
       01  WISP-MNT-PROGRAM          PIC X(12).
       01  WISP-MNT-STATUS           PIC X.
       01  WISP-MNT-ASSIGNEE         PIC X(8).
       01  WISP-MNT-CATEGORY         PIC X(8).
       01  WISP-MNT-RUN-ID           PIC X(20).
       01  WISP-MNT-EVENT-DATE       PIC X(8).
       01  WISP-MNT-EVENT-TIME       PIC X(6).
       01  WISP-MNT-TEXT             PIC X(76).
       01  WISP-MNT-MESSAGE          PIC X(70).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           PERFORM 2000-MAINTENANCE-CYCLE
               THRU 2000-MAINTENANCE-CYCLE-EXIT
               UNTIL WISP-MNT-TERM-KEY = 16.
           GO TO 9999-STOP.

      *    EVERY INCIDENT NOT YET CLOSED, FOR THE L LIST.
       1000-LOAD-INCIDENTS.
           MOVE ZERO TO WISP-INC-COUNT.
           MOVE "N" TO WISP-SOURCE-EOF-SWITCH WISP-INC-OVERFLOW-SWITCH.
           OPEN INPUT WINCIDNT-FILE.
           IF WISP-INC-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-INCIDENTS-EXIT
           END-IF.
           PERFORM UNTIL WISP-SOURCE-EOF
               READ WINCIDNT-FILE INTO WINCID-RECORD
                   AT END
                       SET WISP-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF IN-ID IS NUMERIC
                           PERFORM 1100-APPLY-INCIDENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WINCIDNT-FILE.

       1000-LOAD-INCIDENTS-EXIT.
           EXIT.

       1100-APPLY-INCIDENT-LINE.
           IF IN-OPENED
               IF WISP-INC-COUNT NOT < WISP-INC-MAX
                   PERFORM 1150-SHED-CLOSED-INCIDENTS
               END-IF
               IF WISP-INC-COUNT < WISP-INC-MAX
                   ADD 1 TO WISP-INC-COUNT
                   SET WISP-INC-X TO WISP-INC-COUNT
                   MOVE IN-ID TO WISP-INC-T-ID (WISP-INC-X)
                   MOVE "O" TO WISP-INC-T-STATUS (WISP-INC-X)
                   MOVE IN-DATE TO WISP-INC-T-OPENED (WISP-INC-X)
                   MOVE IN-PROGRAM TO WISP-INC-T-PROGRAM (WISP-INC-X)
                   MOVE SPACES TO WISP-INC-T-ASSIGNEE (WISP-INC-X)
                                  WISP-INC-T-CATEGORY (WISP-INC-X)
                   MOVE IN-TITLE TO WISP-INC-T-TITLE (WISP-INC-X)
               ELSE
                   SET WISP-INC-OVERFLOW TO TRUE
               END-IF
           END-IF.
           IF IN-STATE
               PERFORM VARYING WISP-INC-X FROM 1 BY 1
                       UNTIL WISP-INC-X > WISP-INC-COUNT
                   IF WISP-INC-T-ID (WISP-INC-X) = IN-ID
                       MOVE IN-STATUS TO WISP-INC-T-STATUS (WISP-INC-X)
                       MOVE IN-ASSIGNEE
                           TO WISP-INC-T-ASSIGNEE (WISP-INC-X)
                       MOVE IN-CATEGORY
                           TO WISP-INC-T-CATEGORY (WISP-INC-X)
                   END-IF
               END-PERFORM
           END-IF.

       1150-SHED-CLOSED-INCIDENTS.
           MOVE ZERO TO WISP-INC-KEEP-X.
           PERFORM VARYING WISP-INC-X FROM 1 BY 1
                   UNTIL WISP-INC-X > WISP-INC-COUNT
               IF WISP-INC-T-STATUS (WISP-INC-X) NOT = "C"
                   ADD 1 TO WISP-INC-KEEP-X
                   MOVE WISP-INC-ENTRY (WISP-INC-X)
                       TO WISP-INC-ENTRY (WISP-INC-KEEP-X)
               END-IF
           END-PERFORM.
           MOVE WISP-INC-KEEP-X TO WISP-INC-COUNT.

      *    THE INCIDENT IN WISP-CUR-ID AS OF ITS LATEST S LINE.
       1200-LOAD-ONE-INCIDENT.
           MOVE "N" TO WISP-SOURCE-EOF-SWITCH WISP-INC-FOUND-SWITCH.
           MOVE SPACES TO WISP-CUR-ASSIGNEE WISP-CUR-CATEGORY.
           MOVE "O" TO WISP-CUR-STATUS.
           MOVE ZERO TO WISP-CUR-RESTORED-DATE WISP-CUR-RESTORED-TIME.
           OPEN INPUT WINCIDNT-FILE.
           IF WISP-INC-FILE-STATUS NOT = "00"
               GO TO 1200-LOAD-ONE-INCIDENT-EXIT
           END-IF.
           PERFORM UNTIL WISP-SOURCE-EOF
               READ WINCIDNT-FILE INTO WINCID-RECORD
                   AT END
                       SET WISP-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF IN-ID IS NUMERIC
                           IF IN-ID = WISP-CUR-ID
                               PERFORM 1250-NOTE-CURRENT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WINCIDNT-FILE.

       1200-LOAD-ONE-INCIDENT-EXIT.
           EXIT.

       1250-NOTE-CURRENT-LINE.
           IF IN-OPENED
               SET WISP-INC-FOUND TO TRUE
               MOVE IN-SOURCE TO WISP-CUR-SOURCE
               MOVE IN-PROGRAM TO WISP-CUR-PROGRAM
               MOVE IN-TITLE TO WISP-CUR-TITLE
               MOVE IN-DATE TO WISP-CUR-OPENED-DATE
               MOVE IN-TIME TO WISP-CUR-OPENED-TIME
               MOVE IN-OPERATOR TO WISP-CUR-OPERATOR
           END-IF.
           IF IN-STATE
               MOVE IN-STATUS TO WISP-CUR-STATUS
               MOVE IN-ASSIGNEE TO WISP-CUR-ASSIGNEE
               MOVE IN-CATEGORY TO WISP-CUR-CATEGORY
               MOVE IN-RESTORED-DATE TO WISP-CUR-RESTORED-DATE
               MOVE IN-RESTORED-TIME TO WISP-CUR-RESTORED-TIME
           END-IF.

       2000-MAINTENANCE-CYCLE.

           PERFORM 2100-SHOW-MAINTENANCE-SCREEN.
           IF WISP-MNT-TERM-KEY = 16
               GO TO 2000-MAINTENANCE-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-MNT-MESSAGE.
           IF WISP-MNT-FUNC = "O" OR "S" OR "A" OR "K"
               MOVE "INCIDENT-MNT" TO WISP-AUTH-FUNC
               CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
                   ON EXCEPTION
                       MOVE ZERO TO WISP-AUTH-RETURN
               END-CALL
               IF WISP-AUTH-RETURN NOT = ZERO
                   MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH THE"
                       TO WISP-MNT-MESSAGE
                   MOVE " INCIDENT LOG." TO WISP-MNT-MESSAGE (44:14)
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
           END-IF.

           IF WISP-MNT-FUNC = "D" OR "S" OR "A" OR "K"
               MOVE WISP-MNT-INCIDENT TO WISP-NUM-TEXT
               PERFORM 7000-CONVERT-NUMBER
               IF NOT WISP-NUM-OK OR WISP-NUM-VALUE = ZERO
                       OR WISP-NUM-VALUE > 999999
                   MOVE "ENTER THE INCIDENT NUMBER."
                       TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               MOVE WISP-NUM-VALUE TO WISP-CUR-ID
               PERFORM 1200-LOAD-ONE-INCIDENT
                   THRU 1200-LOAD-ONE-INCIDENT-EXIT
               IF NOT WISP-INC-FOUND
                   MOVE "NO SUCH INCIDENT IN WINCIDNT.DAT."
                       TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-MNT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-OPEN-INCIDENTS
               WHEN "D"
                   PERFORM 3500-DISPLAY-INCIDENT
               WHEN "O"
                   PERFORM 4000-OPEN-INCIDENT
                       THRU 4000-OPEN-INCIDENT-EXIT
               WHEN "S"
                   PERFORM 5000-SET-STATE
                       THRU 5000-SET-STATE-EXIT
               WHEN "A"
                   PERFORM 6000-ADD-ACTION
                       THRU 6000-ADD-ACTION-EXIT
               WHEN "K"
                   PERFORM 6500-LINK-INCIDENT
                       THRU 6500-LINK-INCIDENT-EXIT
               WHEN OTHER
                   MOVE "ENTER L, D, O, S, A OR K AS THE FUNCTION."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       2000-MAINTENANCE-CYCLE-EXIT.
           EXIT.

       2100-SHOW-MAINTENANCE-SCREEN.

           MOVE SPACES TO WISP-MNT-STATIC-TEXT.
           MOVE "                 WINCMNT - INCIDENT LOG"
               TO WISP-MNT-TEXT-LINES(2).
           MOVE "  FUNCTION (L/D/O/S/A/K)..:"
               TO WISP-MNT-TEXT-LINES(5).
           MOVE "  INCIDENT NUMBER.........:"
               TO WISP-MNT-TEXT-LINES(6).
           MOVE "  PROGRAM.................:"
               TO WISP-MNT-TEXT-LINES(8).
           MOVE "  STATUS (O/R/C)..........:"
               TO WISP-MNT-TEXT-LINES(9).
           MOVE "  ASSIGNEE................:"
               TO WISP-MNT-TEXT-LINES(10).
           MOVE "  ROOT-CAUSE CATEGORY.....:"
               TO WISP-MNT-TEXT-LINES(11).
           MOVE "  RUN ID..................:"
               TO WISP-MNT-TEXT-LINES(12).
           MOVE "  EVENT DATE..............:           TIME:"
               TO WISP-MNT-TEXT-LINES(13).
           MOVE "  TITLE / ACTION TEXT:"
               TO WISP-MNT-TEXT-LINES(14).
           MOVE "  L=LIST D=DISPLAY O=OPEN S=SET STATUS A=ACTION K=LINK"
               TO WISP-MNT-TEXT-LINES(17).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-MNT-TEXT-LINES(18).
           MOVE WISP-MNT-MESSAGE TO WISP-MNT-TEXT-LINES(20).

           MOVE 10 TO WISP-MNT-FIELD-CNT.
           PERFORM VARYING WISP-MNT-FX FROM 1 BY 1
                   UNTIL WISP-MNT-FX > 10
               MOVE 30 TO WISP-MNT-COL(WISP-MNT-FX)
               MOVE 128 TO WISP-MNT-FAC(WISP-MNT-FX)
               MOVE SPACES TO WISP-MNT-DATA(WISP-MNT-FX)
               MOVE SPACE TO WISP-MNT-EDIT(WISP-MNT-FX)
               MOVE SPACES TO WISP-MNT-HELP(WISP-MNT-FX)
               MOVE ZERO TO WISP-MNT-AUTH (WISP-MNT-FX)
               MOVE SPACES TO WISP-MNT-LKUP (WISP-MNT-FX)
           END-PERFORM.
           MOVE  5 TO WISP-MNT-ROW(1).
           MOVE  1 TO WISP-MNT-LEN(1).
           MOVE "R" TO WISP-MNT-EDIT(1).
           MOVE  6 TO WISP-MNT-ROW(2).
           MOVE  6 TO WISP-MNT-LEN(2).
           MOVE WISP-MNT-INCIDENT TO WISP-MNT-DATA(2).
           MOVE  8 TO WISP-MNT-ROW(3).
           MOVE 12 TO WISP-MNT-LEN(3).
           MOVE  9 TO WISP-MNT-ROW(4).
           MOVE  1 TO WISP-MNT-LEN(4).
           MOVE 10 TO WISP-MNT-ROW(5).
           MOVE  8 TO WISP-MNT-LEN(5).
           MOVE 11 TO WISP-MNT-ROW(6).
           MOVE  8 TO WISP-MNT-LEN(6).
           MOVE "CODETAB INCCAT" TO WISP-MNT-LKUP(6).
           MOVE 12 TO WISP-MNT-ROW(7).
           MOVE 20 TO WISP-MNT-LEN(7).
           MOVE 13 TO WISP-MNT-ROW(8).
           MOVE  8 TO WISP-MNT-LEN(8).
           MOVE 13 TO WISP-MNT-ROW(9).
           MOVE 46 TO WISP-MNT-COL(9).
           MOVE  6 TO WISP-MNT-LEN(9).
           MOVE 15 TO WISP-MNT-ROW(10).
           MOVE  3 TO WISP-MNT-COL(10).
           MOVE 76 TO WISP-MNT-LEN(10).

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
           MOVE WISP-MNT-DATA(2) (1:6) TO WISP-MNT-INCIDENT.
           MOVE WISP-MNT-DATA(3) (1:12) TO WISP-MNT-PROGRAM.
           MOVE WISP-MNT-DATA(4) (1:1) TO WISP-MNT-STATUS.
           MOVE WISP-MNT-DATA(5) (1:8) TO WISP-MNT-ASSIGNEE.
           MOVE WISP-MNT-DATA(6) (1:8) TO WISP-MNT-CATEGORY.
           MOVE WISP-MNT-DATA(7) (1:20) TO WISP-MNT-RUN-ID.
           MOVE WISP-MNT-DATA(8) (1:8) TO WISP-MNT-EVENT-DATE.
           MOVE WISP-MNT-DATA(9) (1:6) TO WISP-MNT-EVENT-TIME.
           MOVE WISP-MNT-DATA(10) (1:76) TO WISP-MNT-TEXT.

      **** L -- THE INCIDENTS NOT YET CLOSED THROUGH WMFNDISPLAY
       3000-LIST-OPEN-INCIDENTS.

           PERFORM 1000-LOAD-INCIDENTS THRU 1000-LOAD-INCIDENTS-EXIT.
           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-LIST-COUNT.
           MOVE "NUMBER S OPENED   PROGRAM      ASSIGNEE CATEGORY TITLE"
               TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-INC-X FROM 1 BY 1
                   UNTIL WISP-INC-X > WISP-INC-COUNT
               IF WISP-INC-T-STATUS (WISP-INC-X) NOT = "C"
                   ADD 1 TO WISP-LIST-COUNT
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING WISP-INC-T-ID (WISP-INC-X) " "
                          WISP-INC-T-STATUS (WISP-INC-X) " "
                          WISP-INC-T-OPENED (WISP-INC-X) " "
                          WISP-INC-T-PROGRAM (WISP-INC-X) " "
                          WISP-INC-T-ASSIGNEE (WISP-INC-X) " "
                          WISP-INC-T-CATEGORY (WISP-INC-X) " "
                          WISP-INC-T-TITLE (WISP-INC-X)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
                   PERFORM 3100-QUEUE-DISPLAY-LINE
               END-IF
           END-PERFORM.
           MOVE WISP-LIST-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "NOT CLOSED: " WISP-COUNT-DISP
                  "    S: O=OPEN R=RESTORED"
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           IF WISP-INC-OVERFLOW
               MOVE "OVER 1000 NOT CLOSED - THE NEWEST NOT SHOWN."
                   TO WISP-DSP-WORK-LINE
               PERFORM 3100-QUEUE-DISPLAY-LINE
           END-IF.
           PERFORM 3150-FLUSH-DISPLAY-LINES.
           MOVE "LISTING COMPLETE." TO WISP-MNT-MESSAGE.

       3100-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               PERFORM 3150-FLUSH-DISPLAY-LINES
           END-IF.

       3150-FLUSH-DISPLAY-LINES.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** D -- THE INCIDENT'S STATE, THEN EVERY LINE LOGGED AGAINST
      **** IT IN THE ORDER WRITTEN
       3500-DISPLAY-INCIDENT.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           PERFORM 3600-SET-STATUS-WORD.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "INCIDENT " WISP-CUR-ID "  " WISP-STATUS-WORD
                  "  PROGRAM " WISP-CUR-PROGRAM
                  "  OPENED " WISP-CUR-OPENED-DATE " "
                  WISP-CUR-OPENED-TIME (1:6)
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           MOVE WISP-CUR-TITLE TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "ASSIGNEE " WISP-CUR-ASSIGNEE
                  "  CATEGORY " WISP-CUR-CATEGORY
                  "  RESTORED " WISP-CUR-RESTORED-DATE " "
                  WISP-CUR-RESTORED-TIME (1:6)
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.

           MOVE "N" TO WISP-SOURCE-EOF-SWITCH.
           OPEN INPUT WINCIDNT-FILE.
           PERFORM UNTIL WISP-SOURCE-EOF
               READ WINCIDNT-FILE INTO WINCID-RECORD
                   AT END
                       SET WISP-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF IN-ID IS NUMERIC
                           IF IN-ID = WISP-CUR-ID
                               PERFORM 3700-FORMAT-INCIDENT-LINE
                               PERFORM 3100-QUEUE-DISPLAY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WINCIDNT-FILE.
           PERFORM 3150-FLUSH-DISPLAY-LINES.
           MOVE "DISPLAY COMPLETE." TO WISP-MNT-MESSAGE.

       3600-SET-STATUS-WORD.
           EVALUATE WISP-CUR-STATUS
               WHEN "O"  MOVE "OPEN" TO WISP-STATUS-WORD
               WHEN "R"  MOVE "RESTORED" TO WISP-STATUS-WORD
               WHEN "C"  MOVE "CLOSED" TO WISP-STATUS-WORD
               WHEN OTHER MOVE WISP-CUR-STATUS TO WISP-STATUS-WORD
           END-EVALUATE.

       3700-FORMAT-INCIDENT-LINE.
           MOVE SPACES TO WISP-DSP-TEXT.
           EVALUATE TRUE
               WHEN IN-OPENED
                   IF IN-FROM-ALERT
                       MOVE "OPENED FROM A CRITICAL ALERT"
                           TO WISP-DSP-TEXT
                   ELSE
                       MOVE "OPENED BY HAND" TO WISP-DSP-TEXT
                   END-IF
               WHEN IN-STATE
                   STRING "STATE " IN-STATUS
                          " ASSIGNEE " IN-ASSIGNEE
                          " CATEGORY " IN-CATEGORY
                          DELIMITED BY SIZE
                          INTO WISP-DSP-TEXT
                   END-STRING
               WHEN IN-LINK
                   IF IN-LINK-RUN
                       STRING "RUN " IN-LINK-RUN-ID
                              DELIMITED BY SIZE
                              INTO WISP-DSP-TEXT
                       END-STRING
                   ELSE
                       STRING "EVENT " IN-LINK-EVENT-DATE " "
                              IN-LINK-EVENT-TIME (1:6) " "
                              IN-LINK-PROGRAM " "
                              IN-LINK-DETAIL
                              DELIMITED BY SIZE
                              INTO WISP-DSP-TEXT
                       END-STRING
                   END-IF
               WHEN IN-ACTION
                   MOVE IN-ACTION-TEXT TO WISP-DSP-TEXT
           END-EVALUATE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING IN-DATE " " IN-TIME (1:6) " " IN-OPERATOR " "
                  WISP-DSP-TEXT
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.

      **** O -- A NEW INCIDENT BY HAND
       4000-OPEN-INCIDENT.

           IF WISP-MNT-PROGRAM = SPACES OR WISP-MNT-TEXT = SPACES
               MOVE "ENTER THE PROGRAM AND THE TITLE TEXT."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-OPEN-INCIDENT-EXIT
           END-IF.
           IF WISP-MNT-CATEGORY NOT = SPACES
               MOVE WISP-MNT-CATEGORY TO WISP-NEW-CATEGORY
               PERFORM 7100-CHECK-CATEGORY
               IF NOT WISP-CATEGORY-OK
                   GO TO 4000-OPEN-INCIDENT-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WINCID-RECORD.
           SET IN-BY-HAND TO TRUE.
           MOVE WISP-MNT-PROGRAM TO IN-PROGRAM.
           MOVE WISP-MNT-TEXT TO IN-TITLE.
           MOVE "OPEN" TO WISP-LOG-FUNC.
           PERFORM 8000-WRITE-INCIDENT-LINE.
           MOVE IN-ID TO WISP-CUR-ID.

           IF WISP-MNT-ASSIGNEE NOT = SPACES
                   OR WISP-MNT-CATEGORY NOT = SPACES
               MOVE SPACES TO WINCID-RECORD
               MOVE WISP-CUR-ID TO IN-ID
               SET IN-STATE TO TRUE
               SET IN-STATUS-OPEN TO TRUE
               MOVE WISP-MNT-ASSIGNEE TO IN-ASSIGNEE
               MOVE WISP-MNT-CATEGORY TO IN-CATEGORY
               MOVE "ADD " TO WISP-LOG-FUNC
               PERFORM 8000-WRITE-INCIDENT-LINE
           END-IF.
           IF WISP-MNT-RUN-ID NOT = SPACES
               PERFORM 6600-LINK-RUN-ID
           END-IF.

           MOVE WISP-CUR-ID TO WISP-ID-DISP.
           MOVE WISP-ID-DISP TO WISP-MNT-INCIDENT.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           STRING "INCIDENT " WISP-ID-DISP " OPENED."
                  DELIMITED BY SIZE
                  INTO WISP-MNT-MESSAGE
           END-STRING.

       4000-OPEN-INCIDENT-EXIT.
           EXIT.

      **** S -- A NEW STATE LINE: STATUS, ASSIGNEE, CATEGORY
       5000-SET-STATE.

           MOVE WISP-CUR-STATUS TO WISP-NEW-STATUS.
           MOVE WISP-CUR-ASSIGNEE TO WISP-NEW-ASSIGNEE.
           MOVE WISP-CUR-CATEGORY TO WISP-NEW-CATEGORY.
           IF WISP-MNT-STATUS NOT = SPACE
               IF WISP-MNT-STATUS NOT = "O" AND NOT = "R"
                       AND NOT = "C"
                   MOVE "STATUS IS O (OPEN), R (RESTORED) OR C."
                       TO WISP-MNT-MESSAGE
                   GO TO 5000-SET-STATE-EXIT
               END-IF
               MOVE WISP-MNT-STATUS TO WISP-NEW-STATUS
           END-IF.
           IF WISP-MNT-ASSIGNEE NOT = SPACES
               MOVE WISP-MNT-ASSIGNEE TO WISP-NEW-ASSIGNEE
           END-IF.
           IF WISP-MNT-CATEGORY NOT = SPACES
               MOVE WISP-MNT-CATEGORY TO WISP-NEW-CATEGORY
               PERFORM 7100-CHECK-CATEGORY
               IF NOT WISP-CATEGORY-OK
                   GO TO 5000-SET-STATE-EXIT
               END-IF
           END-IF.
           IF WISP-NEW-STATUS = "C" AND WISP-NEW-CATEGORY = SPACES
               MOVE "A ROOT-CAUSE CATEGORY IS NEEDED TO CLOSE."
                   TO WISP-MNT-MESSAGE
               GO TO 5000-SET-STATE-EXIT
           END-IF.
           IF WISP-NEW-STATUS = WISP-CUR-STATUS
                   AND WISP-NEW-ASSIGNEE = WISP-CUR-ASSIGNEE
                   AND WISP-NEW-CATEGORY = WISP-CUR-CATEGORY
               MOVE "NOTHING TO CHANGE." TO WISP-MNT-MESSAGE
               GO TO 5000-SET-STATE-EXIT
           END-IF.

           MOVE SPACES TO WINCID-RECORD.
           MOVE WISP-CUR-ID TO IN-ID.
           SET IN-STATE TO TRUE.
           MOVE WISP-NEW-STATUS TO IN-STATUS.
           MOVE WISP-NEW-ASSIGNEE TO IN-ASSIGNEE.
           MOVE WISP-NEW-CATEGORY TO IN-CATEGORY.
           MOVE "ADD " TO WISP-LOG-FUNC.
           PERFORM 8000-WRITE-INCIDENT-LINE.
           IF WISP-MNT-TEXT NOT = SPACES
               PERFORM 6100-WRITE-ACTION-LINE
           END-IF.

           MOVE WISP-NEW-STATUS TO WISP-CUR-STATUS.
           PERFORM 3600-SET-STATUS-WORD.
           MOVE WISP-CUR-ID TO WISP-ID-DISP.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           STRING "INCIDENT " WISP-ID-DISP " NOW " WISP-STATUS-WORD
                  DELIMITED BY SIZE
                  INTO WISP-MNT-MESSAGE
           END-STRING.

       5000-SET-STATE-EXIT.
           EXIT.

      **** A -- AN ACTION TAKEN, IN THE OPERATOR'S WORDS
       6000-ADD-ACTION.

           IF WISP-MNT-TEXT = SPACES
               MOVE "ENTER THE ACTION TEXT." TO WISP-MNT-MESSAGE
               GO TO 6000-ADD-ACTION-EXIT
           END-IF.
           PERFORM 6100-WRITE-ACTION-LINE.
           MOVE "ACTION LOGGED." TO WISP-MNT-MESSAGE.

       6000-ADD-ACTION-EXIT.
           EXIT.

       6100-WRITE-ACTION-LINE.
           MOVE SPACES TO WINCID-RECORD.
           MOVE WISP-CUR-ID TO IN-ID.
           SET IN-ACTION TO TRUE.
           MOVE WISP-MNT-TEXT TO IN-ACTION-TEXT.
           MOVE "ADD " TO WISP-LOG-FUNC.
           PERFORM 8000-WRITE-INCIDENT-LINE.

      **** K -- LINK A RUN ID AND/OR THE WISPERR.LOG EVENTS LOGGED AT
      **** A GIVEN DATE AND TIME
       6500-LINK-INCIDENT.

           IF WISP-MNT-RUN-ID = SPACES
                   AND WISP-MNT-EVENT-DATE = SPACES
               MOVE "ENTER A RUN ID, OR AN EVENT DATE AND TIME."
                   TO WISP-MNT-MESSAGE
               GO TO 6500-LINK-INCIDENT-EXIT
           END-IF.
           IF WISP-MNT-EVENT-DATE NOT = SPACES
               IF WISP-MNT-EVENT-DATE IS NOT NUMERIC
                       OR WISP-MNT-EVENT-TIME IS NOT NUMERIC
                   MOVE "EVENT DATE IS YYYYMMDD AND TIME IS HHMMSS."
                       TO WISP-MNT-MESSAGE
                   GO TO 6500-LINK-INCIDENT-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WISP-LINK-COUNT.
           IF WISP-MNT-RUN-ID NOT = SPACES
               PERFORM 6600-LINK-RUN-ID
           END-IF.
           IF WISP-MNT-EVENT-DATE NOT = SPACES
               PERFORM 6700-LINK-LOGGED-EVENTS
                   THRU 6700-LINK-LOGGED-EVENTS-EXIT
           END-IF.

           MOVE WISP-LINK-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           STRING "LINKS ADDED: " WISP-COUNT-DISP
                  DELIMITED BY SIZE
                  INTO WISP-MNT-MESSAGE
           END-STRING.
           IF WISP-MNT-EVENT-DATE NOT = SPACES
                   AND WISP-LINK-COUNT = ZERO
               MOVE "NO WISPERR.LOG EVENT AT THAT DATE AND TIME."
                   TO WISP-MNT-MESSAGE
           END-IF.

       6500-LINK-INCIDENT-EXIT.
           EXIT.

       6600-LINK-RUN-ID.
           MOVE SPACES TO WINCID-RECORD.
           MOVE WISP-CUR-ID TO IN-ID.
           SET IN-LINK TO TRUE.
           SET IN-LINK-RUN TO TRUE.
           MOVE WISP-MNT-RUN-ID TO IN-LINK-RUN-ID.
           MOVE ZERO TO IN-LINK-EVENT-DATE IN-LINK-EVENT-TIME.
           MOVE "ADD " TO WISP-LOG-FUNC.
           PERFORM 8000-WRITE-INCIDENT-LINE.
           ADD 1 TO WISP-LINK-COUNT.

       6700-LINK-LOGGED-EVENTS.
           MOVE WISP-MNT-EVENT-DATE TO WISP-EVENT-DATE.
           MOVE WISP-MNT-EVENT-TIME TO WISP-EVENT-TIME.
           MOVE "N" TO WISP-SOURCE-EOF-SWITCH.
           OPEN INPUT WISPERRLOG-FILE.
           IF WISP-ERRLOG-FILE-STATUS NOT = "00"
               GO TO 6700-LINK-LOGGED-EVENTS-EXIT
           END-IF.
           PERFORM UNTIL WISP-SOURCE-EOF
               READ WISPERRLOG-FILE
                   AT END
                       SET WISP-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF WISP-EL-REC-DATE = WISP-EVENT-DATE
                           AND WISP-EL-REC-TIME (1:6) = WISP-EVENT-TIME
                           PERFORM 6750-LINK-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISPERRLOG-FILE.

       6700-LINK-LOGGED-EVENTS-EXIT.
           EXIT.

       6750-LINK-ONE-EVENT.
           MOVE SPACES TO WINCID-RECORD.
           MOVE WISP-CUR-ID TO IN-ID.
           SET IN-LINK TO TRUE.
           SET IN-LINK-EVENT TO TRUE.
           IF WISP-EL-REC-RUN-TAG = " RUN="
               MOVE WISP-EL-REC-RUN TO IN-LINK-RUN-ID
           END-IF.
           MOVE WISP-EL-REC-DATE TO IN-LINK-EVENT-DATE.
           MOVE WISP-EL-REC-TIME TO IN-LINK-EVENT-TIME.
           MOVE WISP-EL-REC-PROGRAM TO IN-LINK-PROGRAM.
           MOVE WISP-EL-REC-DETAIL TO IN-LINK-DETAIL.
           MOVE "ADD " TO WISP-LOG-FUNC.
           PERFORM 8000-WRITE-INCIDENT-LINE.
           ADD 1 TO WISP-LINK-COUNT.

      *    WISP-NUM-TEXT, LEFT-JUSTIFIED, AS A NUMBER OF UP TO TEN
      *    DIGITS.
       7000-CONVERT-NUMBER.
           MOVE "N" TO WISP-NUM-OK-SWITCH.
           MOVE ZERO TO WISP-NUM-LEN WISP-NUM-VALUE.
           INSPECT WISP-NUM-TEXT TALLYING WISP-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL " ".
           IF WISP-NUM-LEN > ZERO
               IF WISP-NUM-TEXT (1:WISP-NUM-LEN) IS NUMERIC
                   COMPUTE WISP-NUM-VALUE =
                       FUNCTION NUMVAL (WISP-NUM-TEXT (1:WISP-NUM-LEN))
                   SET WISP-NUM-OK TO TRUE
               END-IF
           END-IF.

      *    WISP-NEW-CATEGORY MUST BE AN INCCAT CODE IN EFFECT ON THE
      *    BUSINESS DATE.
       7100-CHECK-CATEGORY.
           MOVE "N" TO WISP-CATEGORY-OK-SWITCH.
           MOVE SPACES TO WCODETAB-RECORD.
           MOVE "INCCAT" TO CT-TABLE.
           MOVE WISP-NEW-CATEGORY TO CT-CODE.
           MOVE ZERO TO CT-FROM CT-TO.
           CALL "WCODETAB" USING "VAL", WCODETAB-RECORD,
               WISP-CODE-RETURN
               ON EXCEPTION
                   MOVE 2 TO WISP-CODE-RETURN
           END-CALL.
           EVALUATE WISP-CODE-RETURN
               WHEN ZERO
                   SET WISP-CATEGORY-OK TO TRUE
               WHEN 1
                   MOVE "NOT AN INCCAT CATEGORY IN EFFECT."
                       TO WISP-MNT-MESSAGE
               WHEN OTHER
                   MOVE "NO INCCAT TABLE - ADD IT ON WCODEMNT."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

      *    WINCLOG STAMPS THE LINE WITH THE DATE, TIME AND SESSION'S
      *    OPERATOR AND APPENDS IT.
       8000-WRITE-INCIDENT-LINE.
           MOVE SPACES TO IN-OPERATOR.
           CALL "WINCLOG" USING WISP-LOG-FUNC, WINCID-RECORD,
               WISP-LOG-RETURN
           END-CALL.

       9999-STOP.
           EXIT PROGRAM.
