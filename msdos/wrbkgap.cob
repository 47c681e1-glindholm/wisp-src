      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WRBKGAP.
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
      *    WRBKGAP lists the programs that have run in production but
      *    have no entry in the operator runbook WRUNBOOK.DAT (layout
      *    in wrunbk.cpy, maintained through the WRUNBMNT screen) --
      *    the steps whose failure at 02:00 would leave the operator
      *    with nothing to go on:
      *
      *        WRBKGAP [days]
      *
      *    A program counts as run when a WISPRUN.LOG START line in
      *    the last "days" days names it; the archive segments are
      *    read along with the live file.  Only production runs
      *    count: a line stamped ENV= with any profile but PROD is a
      *    test or DR run and is passed over (a line with no ENV=
      *    stamp comes from a site without profiles, which is
      *    production).  Each program without an entry is listed in
      *    WRBKGAP.RPT with the number of runs, the last day it ran
      *    and the stream it last ran in.
      *
      *    "days" is the command-line value, else WISPCFG RBKGAPDAYS,
      *    else 30, counted back from the WBATDATE business date.
      *    RETURN-CODE is 4 when any program is listed, or when the
      *    program table filled and the list is incomplete.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRUNBOOK-FILE ASSIGN TO "WRUNBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNBOOK-FILE-STATUS.
           SELECT WRBKGAP-LOG-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT WRBKGAP-REPORT-FILE ASSIGN TO "WRBKGAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WRUNBOOK-FILE.
       01  WRUNBOOK-FILE-RECORD       PIC X(445).

       FD  WRBKGAP-LOG-FILE.
       01  WRBKGAP-LOG-RECORD         PIC X(2000).

       FD  WRBKGAP-REPORT-FILE.
       01  WRBKGAP-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).

       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-BUSINESS-INTEGER        PIC 9(8)  COMP-5.

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).

       01  WS-RECENT-DAYS             PIC 9(5)  VALUE 30.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-WORK-INTEGER            PIC 9(8)  COMP-5.

       01  WS-RUNBOOK-FILE-STATUS     PIC XX.
       01  WS-LOG-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-RUNBOOK-EOF-SWITCH      PIC X     VALUE "N".
           88  WS-RUNBOOK-EOF                   VALUE "Y".
       01  WS-LOG-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-LOG-EOF                       VALUE "Y".

       01  WS-LOG-NAME                PIC X(20).
       01  WS-LIVE-NAME               PIC X(20).
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STEM               PIC X(8).
       01  WS-ARCH-INDEX              PIC 9(4) COMP.
       01  WS-ARCH-RETURN             PIC 9.

      *    The programs the runbook covers.
       01  WS-RB-COUNT                PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RB-MAX                  PIC 9(4)  VALUE 2000.
       01  WS-RB-TABLE.
           05  WS-RB-PROGRAM          PIC X(8)
                                      OCCURS 2000 TIMES
                                      INDEXED BY WS-RB-X.
       01  WS-RB-HIT                  PIC 9(4)  COMP-5.

      *    Every program seen run in production, with how often, the
      *    last day and the stream of its last run.
       01  WS-PGM-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PGM-MAX                 PIC 9(4)  VALUE 3000.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY           OCCURS 3000 TIMES
                                      INDEXED BY WS-PGM-X.
               10  WS-PGM-NAME        PIC X(8).
               10  WS-PGM-LAST        PIC 9(8).
               10  WS-PGM-RUNS        PIC 9(7)  COMP-5.
               10  WS-PGM-STREAM      PIC X(8).
       01  WS-PGM-HIT                 PIC 9(4)  COMP-5.
       01  WS-PGM-FULL-SWITCH         PIC X     VALUE "N".
           88  WS-PGM-FULL                      VALUE "Y".

      *    A program name as logged -- possibly a path, possibly with
      *    an extension -- cut down to the name a runbook entry holds.
       01  WS-NAME-SOURCE             PIC X(80).
       01  WS-NAME-START              PIC 9(4)  COMP-5.
       01  WS-NAME-POS                PIC 9(4)  COMP-5.
       01  WS-LOOK-PGM                PIC X(8).
       01  WS-SEEN-DATE               PIC 9(8).
       01  WS-SEEN-STREAM             PIC X(8).

      *    The ENV= stamp WLOGWRT puts after the line's declared
      *    length, behind the ENTITY= stamp when there is one.
       01  WS-ENV-POS                 PIC 9(4)  COMP-5.
       01  WS-ENV-NAME                PIC X(8).

       01  WS-GAP-COUNT               PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SKIPPED-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-DAYS-DISP               PIC ZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WRBKGAP.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           MOVE "RBKGAPDAYS" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-RECENT-DAYS
           END-IF.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 NOT = SPACES
               MOVE WS-ARG-1 TO WS-CFG-VALUE
               CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER
                   ON EXCEPTION
                       MOVE ZERO TO WS-CFG-NUMBER
               END-CALL
               IF WS-CFG-NUMBER = ZERO
                   DISPLAY "WRBKGAP: USAGE IS  WRBKGAP [DAYS]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-CFG-NUMBER TO WS-RECENT-DAYS
           END-IF.

           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - WS-RECENT-DAYS.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).

           PERFORM LOAD-RUNBOOK THRU LOAD-RUNBOOK-EXIT.

           MOVE "WISPRUN" TO WS-ARCH-STEM.
           MOVE "WISPRUN.LOG" TO WS-LIVE-NAME.
           PERFORM READ-LOG-FAMILY THRU READ-LOG-FAMILY-EXIT.

           OPEN OUTPUT WRBKGAP-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WRBKGAP - PRODUCTION PROGRAMS WITH NO RUNBOOK ENTRY"
                  "  AS OF " WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM LIST-RUNBOOK-GAPS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-RB-COUNT TO WS-COUNT-DISP.
           STRING "RUNBOOK ENTRIES       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PGM-COUNT TO WS-COUNT-DISP.
           STRING "PROGRAMS RUN IN PROD  " WS-COUNT-DISP
                  "  SINCE " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP.
           STRING "NON-PRODUCTION RUNS   " WS-COUNT-DISP
                  "  (PASSED OVER)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-GAP-COUNT TO WS-COUNT-DISP.
           STRING "WITH NO RUNBOOK ENTRY " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-PGM-FULL
               MOVE "PROGRAM TABLE FULL -- THE LIST ABOVE IS INCOMPLET
      -            "E." TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.
           CLOSE WRBKGAP-REPORT-FILE.

           MOVE WS-GAP-COUNT TO WS-COUNT-DISP.
           DISPLAY "WRBKGAP: " WS-COUNT-DISP " PROGRAM(S) WITH NO "
                   "RUNBOOK ENTRY -- SEE WRBKGAP.RPT".
           IF WS-GAP-COUNT > ZERO OR WS-PGM-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

       GET-CONFIG-NUMBER.

           MOVE SPACES TO WS-CFG-VALUE.
           MOVE ZERO TO WS-CFG-NUMBER.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER
               ON EXCEPTION CONTINUE
           END-CALL.

      ******************************************************************
      * THE PROGRAM NAMES THE RUNBOOK HAS ENTRIES FOR.
      ******************************************************************

       LOAD-RUNBOOK.

           OPEN INPUT WRUNBOOK-FILE.
           IF WS-RUNBOOK-FILE-STATUS NOT = "00"
               GO TO LOAD-RUNBOOK-EXIT
           END-IF.
           PERFORM UNTIL WS-RUNBOOK-EOF
               READ WRUNBOOK-FILE
                   AT END
                       SET WS-RUNBOOK-EOF TO TRUE
                   NOT AT END
                       IF WRUNBOOK-FILE-RECORD NOT = SPACES
                               AND WS-RB-COUNT < WS-RB-MAX
                           ADD 1 TO WS-RB-COUNT
                           MOVE WRUNBOOK-FILE-RECORD (1:8)
                               TO WS-RB-PROGRAM (WS-RB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRUNBOOK-FILE.

       LOAD-RUNBOOK-EXIT.
           EXIT.

       LOOK-UP-RUNBOOK.

           MOVE ZERO TO WS-RB-HIT.
           PERFORM VARYING WS-RB-X FROM 1 BY 1
                   UNTIL WS-RB-X > WS-RB-COUNT
                      OR WS-RB-HIT > ZERO
               IF WS-RB-PROGRAM (WS-RB-X) = WS-LOOK-PGM
                   SET WS-RB-HIT TO WS-RB-X
               END-IF
           END-PERFORM.

      ******************************************************************
      * THE RUN LOG -- THE ARCHIVE SEGMENTS THAT COVER THE RANGE,
      * OLDEST FIRST, THEN THE LIVE FILE.
      ******************************************************************

       READ-LOG-FAMILY.

           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-ARCHIVE-SEGMENT
               THRU READ-ONE-ARCHIVE-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

           MOVE WS-LIVE-NAME TO WS-LOG-NAME.
           PERFORM READ-ONE-LOG-FILE THRU READ-ONE-LOG-FILE-EXIT.

       READ-LOG-FAMILY-EXIT.
           EXIT.

       READ-ONE-ARCHIVE-SEGMENT.

           CALL "WARCHSEG" USING WS-ARCH-STEM, WS-FROM-DATE,
               WS-ARCH-INDEX, WS-ARCH-NAME, WS-ARCH-RETURN
               ON EXCEPTION
                   MOVE 1 TO WS-ARCH-RETURN
           END-CALL.
           IF WS-ARCH-RETURN = 1
               GO TO READ-ONE-ARCHIVE-SEGMENT-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-INDEX.

           MOVE WS-ARCH-NAME TO WS-LOG-NAME.
           PERFORM READ-ONE-LOG-FILE THRU READ-ONE-LOG-FILE-EXIT.

       READ-ONE-ARCHIVE-SEGMENT-EXIT.
           EXIT.

       READ-ONE-LOG-FILE.

           MOVE "N" TO WS-LOG-EOF-SWITCH.
           OPEN INPUT WRBKGAP-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO READ-ONE-LOG-FILE-EXIT
           END-IF.

           PERFORM UNTIL WS-LOG-EOF
               READ WRBKGAP-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       IF WRBKGAP-LOG-RECORD (1:8) IS NUMERIC
                               AND WRBKGAP-LOG-RECORD (1:8)
                                   NOT < WS-FROM-DATE
                               AND WRBKGAP-LOG-RECORD (18:7)
                                   = " START "
                           PERFORM TAKE-LOG-RECORD
                               THRU TAKE-LOG-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WRBKGAP-LOG-FILE.

       READ-ONE-LOG-FILE-EXIT.
           EXIT.

      ******************************************************************
      * ONE PRODUCTION RUN OF ONE PROGRAM.
      *     (1:8) DATE  (18:7) " START "  (25:80) PROGRAM
      *     (105:8) " STREAM="  (113:8) STREAM
      *     (161:)  " ENTITY=nnnn" AND/OR " ENV=name", WHEN STAMPED
      ******************************************************************

       TAKE-LOG-RECORD.

           MOVE SPACES TO WS-ENV-NAME.
           PERFORM VARYING WS-ENV-POS FROM 161 BY 1
                   UNTIL WS-ENV-POS > 173
                      OR WS-ENV-NAME NOT = SPACES
               IF WRBKGAP-LOG-RECORD (WS-ENV-POS:5) = " ENV="
                   MOVE WRBKGAP-LOG-RECORD (WS-ENV-POS + 5:8)
                       TO WS-ENV-NAME
               END-IF
           END-PERFORM.
           IF WS-ENV-NAME NOT = SPACES AND WS-ENV-NAME NOT = "PROD"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO TAKE-LOG-RECORD-EXIT
           END-IF.

           MOVE SPACES TO WS-NAME-SOURCE.
           UNSTRING WRBKGAP-LOG-RECORD (25:80) DELIMITED BY ALL " "
               INTO WS-NAME-SOURCE
           END-UNSTRING.
           IF WS-NAME-SOURCE = SPACES
               GO TO TAKE-LOG-RECORD-EXIT
           END-IF.

           MOVE 1 TO WS-NAME-START.
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
                   UNTIL WS-NAME-POS > 80
               IF WS-NAME-SOURCE (WS-NAME-POS:1) = "/"
                       OR WS-NAME-SOURCE (WS-NAME-POS:1) = "\"
                       OR WS-NAME-SOURCE (WS-NAME-POS:1) = ":"
                   COMPUTE WS-NAME-START = WS-NAME-POS + 1
               END-IF
           END-PERFORM.
           IF WS-NAME-START > 80
               GO TO TAKE-LOG-RECORD-EXIT
           END-IF.
           MOVE SPACES TO WS-LOOK-PGM.
           UNSTRING WS-NAME-SOURCE (WS-NAME-START:) DELIMITED BY "."
               OR " "
               INTO WS-LOOK-PGM
           END-UNSTRING.
           INSPECT WS-LOOK-PGM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-LOOK-PGM = SPACES
               GO TO TAKE-LOG-RECORD-EXIT
           END-IF.

           MOVE WRBKGAP-LOG-RECORD (1:8) TO WS-SEEN-DATE.
           MOVE SPACES TO WS-SEEN-STREAM.
           IF WRBKGAP-LOG-RECORD (105:8) = " STREAM="
               MOVE WRBKGAP-LOG-RECORD (113:8) TO WS-SEEN-STREAM
           END-IF.
           PERFORM ENTER-PROGRAM.
           IF WS-PGM-HIT = ZERO
               GO TO TAKE-LOG-RECORD-EXIT
           END-IF.
           SET WS-PGM-X TO WS-PGM-HIT.
           ADD 1 TO WS-PGM-RUNS (WS-PGM-X).
           IF WS-SEEN-DATE NOT < WS-PGM-LAST (WS-PGM-X)
               MOVE WS-SEEN-DATE TO WS-PGM-LAST (WS-PGM-X)
               MOVE WS-SEEN-STREAM TO WS-PGM-STREAM (WS-PGM-X)
           END-IF.

       TAKE-LOG-RECORD-EXIT.
           EXIT.

       LOOK-UP-PROGRAM.

           MOVE ZERO TO WS-PGM-HIT.
           PERFORM VARYING WS-PGM-X FROM 1 BY 1
                   UNTIL WS-PGM-X > WS-PGM-COUNT
                      OR WS-PGM-HIT > ZERO
               IF WS-PGM-NAME (WS-PGM-X) = WS-LOOK-PGM
                   SET WS-PGM-HIT TO WS-PGM-X
               END-IF
           END-PERFORM.

       ENTER-PROGRAM.

           PERFORM LOOK-UP-PROGRAM.
           IF WS-PGM-HIT = ZERO
               IF WS-PGM-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-HIT
                   SET WS-PGM-X TO WS-PGM-HIT
                   MOVE WS-LOOK-PGM TO WS-PGM-NAME (WS-PGM-X)
                   MOVE ZERO TO WS-PGM-LAST (WS-PGM-X)
                   MOVE ZERO TO WS-PGM-RUNS (WS-PGM-X)
                   MOVE SPACES TO WS-PGM-STREAM (WS-PGM-X)
               ELSE
                   SET WS-PGM-FULL TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * PRODUCTION PROGRAMS THE RUNBOOK SAYS NOTHING ABOUT.
      ******************************************************************

       LIST-RUNBOOK-GAPS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-RECENT-DAYS TO WS-DAYS-DISP.
           STRING "PROGRAMS RUN IN PRODUCTION IN THE LAST " WS-DAYS-DISP
                  " DAYS (SINCE " WS-FROM-DATE
                  ") WITH NO RUNBOOK ENTRY"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE "  PROGRAM  LAST RUN        RUNS  LAST STREAM"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-PGM-X FROM 1 BY 1
                   UNTIL WS-PGM-X > WS-PGM-COUNT
               MOVE WS-PGM-NAME (WS-PGM-X) TO WS-LOOK-PGM
               PERFORM LOOK-UP-RUNBOOK
               IF WS-RB-HIT = ZERO
                   ADD 1 TO WS-GAP-COUNT
                   MOVE WS-PGM-RUNS (WS-PGM-X) TO WS-COUNT-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-PGM-NAME (WS-PGM-X) " "
                          WS-PGM-LAST (WS-PGM-X) " "
                          WS-COUNT-DISP "  " WS-PGM-STREAM (WS-PGM-X)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM.
           IF WS-GAP-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       PUT-LINE.

           WRITE WRBKGAP-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
