      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WPGMREC.
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
      *    WPGMREC reconciles the application program catalog
      *    WPGMCAT.DAT (layout in wpgmcat.cpy, maintained through the
      *    WPGMMNT screen) against what the system shows was actually
      *    run:
      *
      *        WPGMREC [days]
      *
      *    A program counts as run when a WISPRUN.LOG START line or a
      *    MFLNKTRC LINK record names it; the archive segments are
      *    read along with the live files.  Three lists go to
      *    WPGMREC.RPT:
      *
      *        NOT CATALOGUED    programs run in the last "days" days
      *                          that have no catalog entry -- nobody
      *                          is on record as owning them.
      *        IDLE              active and retiring catalog entries
      *                          not run in the last WISPCFG
      *                          PGMIDLEDAYS days (default 90) --
      *                          candidates for decommissioning.
      *        STILL RUNNING     entries marked decommissioned that
      *                          were run in the last "days" days.
      *
      *    "days" is the command-line value, else WISPCFG PGMRECDAYS,
      *    else 30.  Days are counted back from the WBATDATE business
      *    date.  RETURN-CODE is 4 when any list is not empty, or when
      *    the program table filled and the lists are incomplete.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPGMCAT-FILE ASSIGN TO "WPGMCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT WPGMREC-LOG-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT WPGMREC-REPORT-FILE ASSIGN TO "WPGMREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WPGMCAT-FILE.
       01  WPGMCAT-FILE-RECORD        PIC X(205).

       FD  WPGMREC-LOG-FILE.
       01  WPGMREC-LOG-RECORD         PIC X(2000).

       FD  WPGMREC-REPORT-FILE.
       01  WPGMREC-REPORT-RECORD      PIC X(132).

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

      *    The two windows, and the earliest day either reaches back
      *    to -- the history is read from there on.
       01  WS-RECENT-DAYS             PIC 9(5)  VALUE 30.
       01  WS-IDLE-DAYS               PIC 9(5)  VALUE 90.
       01  WS-RECENT-SINCE            PIC 9(8).
       01  WS-IDLE-SINCE              PIC 9(8).
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-WORK-INTEGER            PIC 9(8)  COMP-5.

       01  WS-CATALOG-FILE-STATUS     PIC XX.
       01  WS-LOG-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-CATALOG-EOF-SWITCH      PIC X     VALUE "N".
           88  WS-CATALOG-EOF                   VALUE "Y".
       01  WS-LOG-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-LOG-EOF                       VALUE "Y".

       01  WS-LOG-NAME                PIC X(20).
       01  WS-LIVE-NAME               PIC X(20).
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STEM               PIC X(8).
       01  WS-ARCH-INDEX              PIC 9(4) COMP.
       01  WS-ARCH-RETURN             PIC 9.
       01  WS-LOG-KIND-SWITCH         PIC X.
           88  WS-LOG-IS-RUN-LOG                VALUE "R".
           88  WS-LOG-IS-LINK-TRACE             VALUE "L".

      *    The whole catalog, in file order.
       COPY "wpgmcat.cpy".
       01  WS-CAT-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CAT-MAX                 PIC 9(4)  VALUE 2000.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY           PIC X(205)
                                      OCCURS 2000 TIMES
                                      INDEXED BY WS-CAT-X.
       01  WS-CAT-HIT                 PIC 9(4)  COMP-5.

      *    Every program seen run, with the last day it was seen and
      *    how often in the recent window.
       01  WS-PGM-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PGM-MAX                 PIC 9(4)  VALUE 3000.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY           OCCURS 3000 TIMES
                                      INDEXED BY WS-PGM-X.
               10  WS-PGM-NAME        PIC X(8).
               10  WS-PGM-LAST        PIC 9(8).
               10  WS-PGM-RECENT      PIC 9(7)  COMP-5.
               10  WS-PGM-BY-RUN      PIC X.
               10  WS-PGM-BY-LINK     PIC X.
       01  WS-PGM-HIT                 PIC 9(4)  COMP-5.
       01  WS-PGM-FULL-SWITCH         PIC X     VALUE "N".
           88  WS-PGM-FULL                      VALUE "Y".

      *    A program name as logged -- possibly a path, possibly with
      *    an extension -- cut down to the name a catalog entry holds.
       01  WS-NAME-SOURCE             PIC X(80).
       01  WS-NAME-START              PIC 9(4)  COMP-5.
       01  WS-NAME-POS                PIC 9(4)  COMP-5.
       01  WS-LOOK-PGM                PIC X(8).
       01  WS-SEEN-DATE               PIC 9(8).

       01  WS-UNCATALOGUED-COUNT      PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-IDLE-COUNT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-STILL-RUNNING-COUNT     PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-PROBLEMS          PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-SEEN-TEXT               PIC X(20).
       01  WS-VIA-TEXT                PIC X(16).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-DAYS-DISP               PIC ZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WPGMREC.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           MOVE "PGMRECDAYS" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-RECENT-DAYS
           END-IF.
           MOVE "PGMIDLEDAYS" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-IDLE-DAYS
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
                   DISPLAY "WPGMREC: USAGE IS  WPGMREC [DAYS]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-CFG-NUMBER TO WS-RECENT-DAYS
           END-IF.

           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - WS-RECENT-DAYS.
           COMPUTE WS-RECENT-SINCE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - WS-IDLE-DAYS.
           COMPUTE WS-IDLE-SINCE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           IF WS-RECENT-SINCE < WS-IDLE-SINCE
               MOVE WS-RECENT-SINCE TO WS-FROM-DATE
           ELSE
               MOVE WS-IDLE-SINCE TO WS-FROM-DATE
           END-IF.

           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT.

           SET WS-LOG-IS-RUN-LOG TO TRUE.
           MOVE "WISPRUN" TO WS-ARCH-STEM.
           MOVE "WISPRUN.LOG" TO WS-LIVE-NAME.
           PERFORM READ-LOG-FAMILY THRU READ-LOG-FAMILY-EXIT.

           SET WS-LOG-IS-LINK-TRACE TO TRUE.
           MOVE "MFLNKTRC" TO WS-ARCH-STEM.
           MOVE "MFLNKTRC" TO WS-LIVE-NAME.
           PERFORM READ-LOG-FAMILY THRU READ-LOG-FAMILY-EXIT.

           OPEN OUTPUT WPGMREC-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WPGMREC - PROGRAM CATALOG RECONCILIATION  AS OF "
                  WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM LIST-NOT-CATALOGUED.
           PERFORM LIST-IDLE-ENTRIES.
           PERFORM LIST-DECOMMISSIONED-RUNNING.

           COMPUTE WS-TOTAL-PROBLEMS = WS-UNCATALOGUED-COUNT
                                     + WS-IDLE-COUNT
                                     + WS-STILL-RUNNING-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-CAT-COUNT TO WS-COUNT-DISP.
           STRING "CATALOG ENTRIES    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PGM-COUNT TO WS-COUNT-DISP.
           STRING "PROGRAMS SEEN RUN  " WS-COUNT-DISP
                  "  SINCE " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOTAL-PROBLEMS TO WS-COUNT-DISP.
           STRING "EXCEPTIONS         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-PGM-FULL
               MOVE "PROGRAM TABLE FULL -- THE LISTS ABOVE ARE INCOMPLET
      -            "E." TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.
           CLOSE WPGMREC-REPORT-FILE.

           MOVE WS-TOTAL-PROBLEMS TO WS-COUNT-DISP.
           DISPLAY "WPGMREC: " WS-COUNT-DISP " EXCEPTION(S) -- "
                   "SEE WPGMREC.RPT".
           IF WS-TOTAL-PROBLEMS > ZERO OR WS-PGM-FULL
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
      * THE CATALOG, WHOLE.
      ******************************************************************

       LOAD-CATALOG.

           OPEN INPUT WPGMCAT-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               GO TO LOAD-CATALOG-EXIT
           END-IF.
           PERFORM UNTIL WS-CATALOG-EOF
               READ WPGMCAT-FILE
                   AT END
                       SET WS-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF WPGMCAT-FILE-RECORD NOT = SPACES
                               AND WS-CAT-COUNT < WS-CAT-MAX
                           ADD 1 TO WS-CAT-COUNT
                           MOVE WPGMCAT-FILE-RECORD
                               TO WS-CAT-ENTRY (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPGMCAT-FILE.

       LOAD-CATALOG-EXIT.
           EXIT.

       LOOK-UP-CATALOG.

           MOVE ZERO TO WS-CAT-HIT.
           PERFORM VARYING WS-CAT-X FROM 1 BY 1
                   UNTIL WS-CAT-X > WS-CAT-COUNT
                      OR WS-CAT-HIT > ZERO
               IF WS-CAT-ENTRY (WS-CAT-X) (1:8) = WS-LOOK-PGM
                   SET WS-CAT-HIT TO WS-CAT-X
               END-IF
           END-PERFORM.

      ******************************************************************
      * ONE LOG FAMILY -- THE ARCHIVE SEGMENTS THAT COVER THE RANGE,
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
           OPEN INPUT WPGMREC-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO READ-ONE-LOG-FILE-EXIT
           END-IF.

           PERFORM UNTIL WS-LOG-EOF
               READ WPGMREC-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       IF WPGMREC-LOG-RECORD (1:8) IS NUMERIC
                               AND WPGMREC-LOG-RECORD (1:8)
                                   NOT < WS-FROM-DATE
                           PERFORM TAKE-LOG-RECORD
                               THRU TAKE-LOG-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WPGMREC-LOG-FILE.

       READ-ONE-LOG-FILE-EXIT.
           EXIT.

      ******************************************************************
      * ONE RUN OF ONE PROGRAM.
      *     WISPRUN.LOG  (1:8) DATE  (18:7) " START "  (25:80) PROGRAM
      *     MFLNKTRC     (1:8) DATE  (53:80) LINK-PATH
      ******************************************************************

       TAKE-LOG-RECORD.

           IF WS-LOG-IS-RUN-LOG
               IF WPGMREC-LOG-RECORD (18:7) NOT = " START "
                   GO TO TAKE-LOG-RECORD-EXIT
               END-IF
               MOVE SPACES TO WS-NAME-SOURCE
               UNSTRING WPGMREC-LOG-RECORD (25:80) DELIMITED BY ALL " "
                   INTO WS-NAME-SOURCE
               END-UNSTRING
           ELSE
               MOVE WPGMREC-LOG-RECORD (53:80) TO WS-NAME-SOURCE
           END-IF.
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

           MOVE WPGMREC-LOG-RECORD (1:8) TO WS-SEEN-DATE.
           PERFORM ENTER-PROGRAM.
           IF WS-PGM-HIT = ZERO
               GO TO TAKE-LOG-RECORD-EXIT
           END-IF.
           SET WS-PGM-X TO WS-PGM-HIT.
           IF WS-SEEN-DATE > WS-PGM-LAST (WS-PGM-X)
               MOVE WS-SEEN-DATE TO WS-PGM-LAST (WS-PGM-X)
           END-IF.
           IF WS-SEEN-DATE NOT < WS-RECENT-SINCE
               ADD 1 TO WS-PGM-RECENT (WS-PGM-X)
           END-IF.
           IF WS-LOG-IS-RUN-LOG
               MOVE "Y" TO WS-PGM-BY-RUN (WS-PGM-X)
           ELSE
               MOVE "Y" TO WS-PGM-BY-LINK (WS-PGM-X)
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
                   MOVE ZERO TO WS-PGM-RECENT (WS-PGM-X)
                   MOVE "N" TO WS-PGM-BY-RUN (WS-PGM-X)
                   MOVE "N" TO WS-PGM-BY-LINK (WS-PGM-X)
               ELSE
                   SET WS-PGM-FULL TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * PROGRAMS RUN RECENTLY THAT NOBODY HAS CATALOGUED.
      ******************************************************************

       LIST-NOT-CATALOGUED.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-RECENT-DAYS TO WS-DAYS-DISP.
           STRING "PROGRAMS RUN IN THE LAST " WS-DAYS-DISP
                  " DAYS (SINCE " WS-RECENT-SINCE
                  ") WITH NO CATALOG ENTRY"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE "  PROGRAM  LAST RUN        RUNS  SEEN IN"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-PGM-X FROM 1 BY 1
                   UNTIL WS-PGM-X > WS-PGM-COUNT
               IF WS-PGM-RECENT (WS-PGM-X) > ZERO
                   MOVE WS-PGM-NAME (WS-PGM-X) TO WS-LOOK-PGM
                   PERFORM LOOK-UP-CATALOG
                   IF WS-CAT-HIT = ZERO
                       ADD 1 TO WS-UNCATALOGUED-COUNT
                       PERFORM SET-VIA-TEXT
                       MOVE WS-PGM-RECENT (WS-PGM-X) TO WS-COUNT-DISP
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  " WS-PGM-NAME (WS-PGM-X) " "
                              WS-PGM-LAST (WS-PGM-X) " "
                              WS-COUNT-DISP "  " WS-VIA-TEXT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM PUT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-UNCATALOGUED-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       SET-VIA-TEXT.

           EVALUATE TRUE
               WHEN WS-PGM-BY-RUN (WS-PGM-X) = "Y"
                       AND WS-PGM-BY-LINK (WS-PGM-X) = "Y"
                   MOVE "WISPRUN, LINK" TO WS-VIA-TEXT
               WHEN WS-PGM-BY-RUN (WS-PGM-X) = "Y"
                   MOVE "WISPRUN" TO WS-VIA-TEXT
               WHEN OTHER
                   MOVE "LINK" TO WS-VIA-TEXT
           END-EVALUATE.

      ******************************************************************
      * LIVE CATALOG ENTRIES NOT RUN WITHIN THE IDLE WINDOW.
      ******************************************************************

       LIST-IDLE-ENTRIES.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-IDLE-DAYS TO WS-DAYS-DISP.
           STRING "CATALOGUED PROGRAMS NOT RUN IN THE LAST "
                  WS-DAYS-DISP " DAYS (SINCE " WS-IDLE-SINCE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE "  PROGRAM  OWNER                AREA         C S LAST R
      -        "UN"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-CAT-X FROM 1 BY 1
                   UNTIL WS-CAT-X > WS-CAT-COUNT
               MOVE WS-CAT-ENTRY (WS-CAT-X) TO WPGMCAT-RECORD
               IF NOT PC-DECOMMISSIONED
                   MOVE PC-PROGRAM TO WS-LOOK-PGM
                   PERFORM LOOK-UP-PROGRAM
                   MOVE ZERO TO WS-SEEN-DATE
                   IF WS-PGM-HIT > ZERO
                       MOVE WS-PGM-LAST (WS-PGM-HIT) TO WS-SEEN-DATE
                   END-IF
                   IF WS-SEEN-DATE < WS-IDLE-SINCE
                       ADD 1 TO WS-IDLE-COUNT
                       MOVE SPACES TO WS-SEEN-TEXT
                       IF WS-SEEN-DATE = ZERO
                           STRING "NONE SINCE " WS-FROM-DATE
                               DELIMITED BY SIZE INTO WS-SEEN-TEXT
                           END-STRING
                       ELSE
                           MOVE WS-SEEN-DATE TO WS-SEEN-TEXT
                       END-IF
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  " PC-PROGRAM " " PC-OWNER " "
                              PC-AREA " " PC-CRITICALITY " "
                              PC-STATUS " " WS-SEEN-TEXT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM PUT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDLE-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

      ******************************************************************
      * ENTRIES MARKED DECOMMISSIONED THAT SOMETHING STILL RUNS.
      ******************************************************************

       LIST-DECOMMISSIONED-RUNNING.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-RECENT-DAYS TO WS-DAYS-DISP.
           STRING "DECOMMISSIONED PROGRAMS RUN IN THE LAST "
                  WS-DAYS-DISP " DAYS (SINCE " WS-RECENT-SINCE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE "  PROGRAM  OWNER                LAST RUN        RUNS  S
      -        "EEN IN"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-CAT-X FROM 1 BY 1
                   UNTIL WS-CAT-X > WS-CAT-COUNT
               MOVE WS-CAT-ENTRY (WS-CAT-X) TO WPGMCAT-RECORD
               IF PC-DECOMMISSIONED
                   MOVE PC-PROGRAM TO WS-LOOK-PGM
                   PERFORM LOOK-UP-PROGRAM
                   IF WS-PGM-HIT > ZERO
                       SET WS-PGM-X TO WS-PGM-HIT
                       IF WS-PGM-RECENT (WS-PGM-X) > ZERO
                           ADD 1 TO WS-STILL-RUNNING-COUNT
                           PERFORM SET-VIA-TEXT
                           MOVE WS-PGM-RECENT (WS-PGM-X)
                               TO WS-COUNT-DISP
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "  " PC-PROGRAM " " PC-OWNER " "
                                  WS-PGM-LAST (WS-PGM-X) " "
                                  WS-COUNT-DISP "  " WS-VIA-TEXT
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                           PERFORM PUT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STILL-RUNNING-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       PUT-LINE.

           WRITE WPGMREC-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
