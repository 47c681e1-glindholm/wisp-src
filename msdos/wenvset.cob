      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WENVSET.
       AUTHOR.
           DEV BRADLEY.
       INSTALLATION.
           INTERNATIONAL DIGITAL SCIENTIFIC INCORPORATED.
           25050 AVENUE KEARNY, SUITE 203.
           VALENCIA, CALIFORNIA 91355.
           (805) 295-1155 [OFFICE].
           (805) 295-8755 [FAX].
           COPYRIGHT 1991, ALL RIGHTS RESERVED.
       DATE-WRITTEN.
           07/18/91.
       DATE-COMPILED.
      *
      *    WENVSET shows or switches the machine's environment profile
      *    -- the WENVPROF.DAT entry whose directory of control files
      *    and logs every new session on this machine starts in.
      *
      *        WENVSET                    -- show the profile in force
      *                                      and the switches before it
      *        WENVSET profile [reason]   -- switch the machine to it
      *
      *    Disaster-recovery activation is the switch made on the DR
      *    box itself, with the reason on the line:
      *
      *        WENVSET DR PRIMARY SITE LOST -- DR ACTIVATED
      *
      *    The switch needs the ENVSWITCH function in WFUNAUTH.DAT.
      *    It is appended to WENVSEL.DAT in the home directory (see
      *    WENVPROF) with the date, time, operator and run that made
      *    it and the profile it replaced, so the file is its own
      *    history and its newest line is the machine's profile.  It
      *    takes effect at the next session start; sessions already
      *    running keep the profile they started under.  RETURN-CODE
      *    is 8 when the switch is refused or could not be recorded.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WENVSEL-FILE ASSIGN TO WS-SEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

      *    One line per switch, the newest in force.
       FD  WENVSEL-FILE.
       01  WENVSEL-RECORD.
           05  ES-REC-NAME            PIC X(8).
           05  FILLER                 PIC X.
           05  ES-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  ES-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X.
           05  ES-REC-BY              PIC X(8).
           05  FILLER                 PIC X.
           05  ES-REC-RUN             PIC X(20).
           05  FILLER                 PIC X.
           05  ES-REC-PRIOR           PIC X(8).
           05  FILLER                 PIC X.
           05  ES-REC-REASON          PIC X(54).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-PROFILE             PIC X(8).
       01  WS-ARG-POINTER             PIC 9(3)  COMP-5.
       01  WS-REASON                  PIC X(54).

       01  WS-SEL-PATH                PIC X(100).
       01  WS-HOME-DIR                PIC X(80).
       01  WS-SEL-FILE-STATUS         PIC XX.
       01  WS-SEL-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-SEL-EOF                       VALUE "Y".

      *    The newest switches, for the show.
       01  WS-HIST-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-LINE           PIC X(120) OCCURS 5 TIMES.
       01  WS-HIST-X                  PIC 9(4)  COMP-5.
       01  WS-CURRENT-LINE            PIC X(120) VALUE SPACES.
       01  WS-CURRENT-PROFILE         PIC X(8)  VALUE SPACES.
       01  WS-SESSION-PROFILE         PIC X(8).

       01  WS-PROF-FUNC               PIC X(3)  VALUE "CHK".
       01  WS-PROF-RETURN             PIC 9.

       01  WS-AUTH-FUNC               PIC X(12) VALUE "ENVSWITCH".
       01  WS-AUTH-RETURN             PIC 9.

       01  WS-RUN-ID                  PIC X(20).
       01  WS-SWITCH-DATE             PIC 9(8).
       01  WS-SWITCH-TIME             PIC 9(8).
       01  WS-OPERATOR-ENV            PIC X(40).
       COPY "wispctx.cpy".

       01  WS-FAILED-SWITCH           PIC X     VALUE "N".
           88  WS-SWITCH-FAILED                 VALUE "Y".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WENVSET.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-PROFILE WS-REASON.
           MOVE 1 TO WS-ARG-POINTER.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-PROFILE
               WITH POINTER WS-ARG-POINTER
           END-UNSTRING.
           IF WS-ARG-POINTER < 81
               MOVE COM-LINE (WS-ARG-POINTER:) TO WS-REASON
           END-IF.

      *    A CHK call settles the home directory (and publishes it
      *    for a first session) before WENVSEL.DAT is looked for.
           MOVE SPACES TO WS-SESSION-PROFILE.
           CALL "WENVPROF" USING WS-PROF-FUNC, WS-SESSION-PROFILE,
               WS-PROF-RETURN.
           MOVE SPACES TO WS-HOME-DIR.
           DISPLAY "WISPENVHOME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-HOME-DIR FROM ENVIRONMENT-VALUE.
           IF WS-HOME-DIR = SPACES
               MOVE "." TO WS-HOME-DIR
           END-IF.
           MOVE SPACES TO WS-SEL-PATH.
           STRING WS-HOME-DIR      DELIMITED BY SPACE
                  "/WENVSEL.DAT"   DELIMITED BY SIZE
                  INTO WS-SEL-PATH
           END-STRING.
           PERFORM LOAD-SELECTION-HISTORY.

           IF WS-ARG-PROFILE = SPACES
               PERFORM SHOW-SELECTION
               GO TO STOP-RUN
           END-IF.

           MOVE WS-ARG-PROFILE TO WS-SESSION-PROFILE.
           CALL "WENVPROF" USING WS-PROF-FUNC, WS-SESSION-PROFILE,
               WS-PROF-RETURN.
           IF WS-PROF-RETURN NOT = ZERO
               DISPLAY "WENVSET: NO PROFILE " WS-ARG-PROFILE
                       " IN WENVPROF.DAT -- NOTHING SWITCHED."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           CALL "WAUTHCHK" USING WS-AUTH-FUNC, WS-AUTH-RETURN.
           IF WS-AUTH-RETURN NOT = ZERO
               DISPLAY "WENVSET: SWITCH REFUSED -- "
                       "NOT AUTHORIZED FOR " WS-AUTH-FUNC
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM RECORD-SWITCH.
           IF WS-SWITCH-FAILED
               DISPLAY "WENVSET: WENVSEL.DAT COULD NOT BE WRITTEN -- "
                       "NOTHING SWITCHED."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           DISPLAY "WENVSET: MACHINE PROFILE IS NOW " WS-ARG-PROFILE
                   " (WAS " WS-CURRENT-PROFILE ")".
           DISPLAY "         NEW SESSIONS START UNDER IT; SESSIONS "
                   "ALREADY RUNNING ARE NOT MOVED.".

           GO TO STOP-RUN.

      ******************************************************************
      * THE PROFILE IN FORCE, AND THE LAST FEW SWITCHES BEFORE IT.
      ******************************************************************

       LOAD-SELECTION-HISTORY.

           OPEN INPUT WENVSEL-FILE.
           IF WS-SEL-FILE-STATUS NOT = "00"
               SET WS-SEL-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-SEL-EOF
               READ WENVSEL-FILE
                   AT END
                       SET WS-SEL-EOF TO TRUE
                   NOT AT END
                       IF ES-REC-NAME NOT = SPACES
                               AND ES-REC-NAME (1:1) NOT = "*"
                           MOVE ES-REC-NAME TO WS-CURRENT-PROFILE
                           MOVE WENVSEL-RECORD TO WS-CURRENT-LINE
                           IF WS-HIST-COUNT < 5
                               ADD 1 TO WS-HIST-COUNT
                           ELSE
                               PERFORM VARYING WS-HIST-X FROM 1 BY 1
                                       UNTIL WS-HIST-X > 4
                                   MOVE WS-HIST-LINE (WS-HIST-X + 1)
                                       TO WS-HIST-LINE (WS-HIST-X)
                               END-PERFORM
                           END-IF
                           MOVE WENVSEL-RECORD
                               TO WS-HIST-LINE (WS-HIST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEL-FILE-STATUS NOT = "35"
               CLOSE WENVSEL-FILE
           END-IF.

       SHOW-SELECTION.

           IF WS-CURRENT-PROFILE = SPACES
               DISPLAY "WENVSET: NO PROFILE HAS BEEN SELECTED ON THIS "
                       "MACHINE."
           ELSE
               DISPLAY "WENVSET: MACHINE PROFILE IS "
                       WS-CURRENT-PROFILE
           END-IF.
           DISPLAY "WISPENV" UPON ENVIRONMENT-NAME.
           ACCEPT WS-SESSION-PROFILE FROM ENVIRONMENT-VALUE.
           IF WS-SESSION-PROFILE NOT = SPACES
                   AND WS-SESSION-PROFILE NOT = WS-CURRENT-PROFILE
               DISPLAY "         THIS SESSION RUNS UNDER "
                       WS-SESSION-PROFILE
           END-IF.
           IF WS-HIST-COUNT > ZERO
               DISPLAY "         PROFILE  DATE     TIME     BY       "
                       "RUN                  WAS      REASON"
           END-IF.
           PERFORM VARYING WS-HIST-X FROM WS-HIST-COUNT BY -1
                   UNTIL WS-HIST-X < 1
               DISPLAY "         " WS-HIST-LINE (WS-HIST-X)
           END-PERFORM.

      ******************************************************************
      * APPEND THE SWITCH -- WHO, WHEN, FROM WHAT, AND WHY.
      ******************************************************************

       RECORD-SWITCH.

           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-SWITCH-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SWITCH-TIME FROM TIME.

           MOVE SPACES TO WENVSEL-RECORD.
           CALL "WCGETCTX" USING WISP-CHAIN-CONTEXT
               ON EXCEPTION
                   MOVE SPACES TO WISP-CHAIN-CONTEXT
           END-CALL.
           IF CTX-OPERATOR-ID NOT = SPACES
               MOVE CTX-OPERATOR-ID (1:8) TO ES-REC-BY
           ELSE
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WS-OPERATOR-ENV (1:8) TO ES-REC-BY
           END-IF.
           MOVE WS-ARG-PROFILE TO ES-REC-NAME.
           MOVE WS-SWITCH-DATE TO ES-REC-DATE.
           MOVE WS-SWITCH-TIME TO ES-REC-TIME.
           MOVE WS-RUN-ID TO ES-REC-RUN.
           MOVE WS-CURRENT-PROFILE TO ES-REC-PRIOR.
           MOVE WS-REASON TO ES-REC-REASON.

           OPEN EXTEND WENVSEL-FILE.
           IF WS-SEL-FILE-STATUS = "35"
               OPEN OUTPUT WENVSEL-FILE
           END-IF.
           IF WS-SEL-FILE-STATUS = "00"
               WRITE WENVSEL-RECORD
               CLOSE WENVSEL-FILE
           ELSE
               SET WS-SWITCH-FAILED TO TRUE
           END-IF.

       STOP-RUN.

           STOP RUN.
