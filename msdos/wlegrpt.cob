      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WLEGRPT.
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
      *    WLEGRPT is the legal hold report, for legal and for the
      *    operator who wants to know why a purge or a cleanup left
      *    something behind.  It reads the registry WLEGHOLD.DAT
      *    (layout in wleghold.cpy) and the keep log WLEGKEEP.LOG
      *    (wlegkeep.cpy) and writes WLEGRPT.RPT:
      *
      *        WLEGRPT
      *
      *        ACTIVE HOLDS     every hold in force on the WBATDATE
      *                         business date -- the same test the
      *                         WLEGHOLD service makes: not released,
      *                         and a release date of zero or not yet
      *                         past.  Under a file hold are the
      *                         WISPVOLLIB mappings it covers ("*"
      *                         matching any VOL, LIB or FILE), so a
      *                         wildcard hold shows what it reaches; a
      *                         file hold that matches no mapping is
      *                         flagged, it is probably mistyped.
      *        WHAT WAS KEPT    the keep log summed per matter, keeping
      *                         program and file, stem or backup set:
      *                         how many records, on how many runs,
      *                         first and last date.  A matter with no
      *                         active hold any more is marked so.
      *
      *    RETURN-CODE is 4 when a file hold matches no mapping.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLEGHOLD-FILE ASSIGN TO "WLEGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT WLEGKEEP-FILE ASSIGN TO "WLEGKEEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
           SELECT WISPVOLLIB-FILE ASSIGN TO "WISPVOLLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLLIB-FILE-STATUS.
           SELECT WLEGRPT-REPORT-FILE ASSIGN TO "WLEGRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WLEGHOLD-FILE.
       COPY "wleghold.cpy".

       FD  WLEGKEEP-FILE.
       COPY "wlegkeep.cpy".

       FD  WISPVOLLIB-FILE.
       01  WISPVOLLIB-RECORD.
           05  WV-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  WV-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  WV-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  WV-REC-PATH            PIC X(80).

       FD  WLEGRPT-REPORT-FILE.
       01  WLEGRPT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).

       01  WS-HOLD-FILE-STATUS        PIC XX.
       01  WS-KEEP-FILE-STATUS        PIC XX.
       01  WS-VOLLIB-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-HOLD-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-HOLD-EOF                      VALUE "Y".
       01  WS-KEEP-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-KEEP-EOF                      VALUE "Y".
       01  WS-VOLLIB-EOF-SWITCH       PIC X.
           88  WS-VOLLIB-EOF                    VALUE "Y".

      *    The holds in force today, in registry order.
       01  WS-HOLD-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HOLD-MAX                PIC 9(4)  VALUE 500.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY          PIC X(163)
                                      OCCURS 500 TIMES
                                      INDEXED BY WS-HOLD-X.

      *    The keep log, summed per matter, program and what.
       01  WS-KEPT-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-KEPT-MAX                PIC 9(4)  VALUE 1000.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-ENTRY  OCCURS 1000 TIMES
                              INDEXED BY WS-KEPT-X.
               10  WS-KEPT-MATTER     PIC X(12).
               10  WS-KEPT-PROGRAM    PIC X(8).
               10  WS-KEPT-WHAT       PIC X(24).
               10  WS-KEPT-RECORDS    PIC 9(9)  COMP-5.
               10  WS-KEPT-RUNS       PIC 9(5)  COMP-5.
               10  WS-KEPT-FIRST      PIC 9(8).
               10  WS-KEPT-LAST       PIC 9(8).
       01  WS-KEPT-OVERFLOW-SWITCH    PIC X     VALUE "N".
           88  WS-KEPT-OVERFLOW                 VALUE "Y".

       01  WS-MAPPED-COUNT            PIC 9(5)  COMP-5.
       01  WS-UNMATCHED-COUNT         PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-MATTER-ACTIVE-SWITCH    PIC X.
           88  WS-MATTER-ACTIVE                 VALUE "Y".

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-RUNS-DISP               PIC ZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WLEGRPT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           PERFORM LOAD-ACTIVE-HOLDS
               THRU LOAD-ACTIVE-HOLDS-EXIT.
           PERFORM LOAD-KEEP-LOG
               THRU LOAD-KEEP-LOG-EXIT.

           OPEN OUTPUT WLEGRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WLEGRPT - LEGAL HOLD REPORT  AS OF "
                  WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM LIST-ACTIVE-HOLDS.
           PERFORM LIST-WHAT-WAS-KEPT.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-HOLD-COUNT TO WS-COUNT-DISP.
           STRING "ACTIVE HOLDS       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISP.
           STRING "MATCHING NO FILE   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WLEGRPT-REPORT-FILE.

           MOVE WS-HOLD-COUNT TO WS-COUNT-DISP.
           DISPLAY "WLEGRPT: " WS-COUNT-DISP " ACTIVE HOLD(S) -- "
                   "SEE WLEGRPT.RPT".
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE HOLDS IN FORCE ON THE BUSINESS DATE.
      ******************************************************************

       LOAD-ACTIVE-HOLDS.

           OPEN INPUT WLEGHOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               GO TO LOAD-ACTIVE-HOLDS-EXIT
           END-IF.
           PERFORM UNTIL WS-HOLD-EOF
               READ WLEGHOLD-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       INSPECT LH-RELEASE REPLACING ALL SPACE BY ZERO
                       IF LH-MATTER NOT = SPACES
                               AND LH-MATTER (1:1) NOT = "*"
                               AND NOT LH-RELEASED
                               AND LH-RELEASE IS NUMERIC
                               AND WS-HOLD-COUNT < WS-HOLD-MAX
                           IF LH-RELEASE = ZERO
                                   OR LH-RELEASE
                                      NOT < WS-BUSINESS-DATE
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE WLEGHOLD-RECORD
                                   TO WS-HOLD-ENTRY (WS-HOLD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WLEGHOLD-FILE.

       LOAD-ACTIVE-HOLDS-EXIT.
           EXIT.

      ******************************************************************
      * THE KEEP LOG, SUMMED.
      ******************************************************************

       LOAD-KEEP-LOG.

           OPEN INPUT WLEGKEEP-FILE.
           IF WS-KEEP-FILE-STATUS NOT = "00"
               GO TO LOAD-KEEP-LOG-EXIT
           END-IF.
           PERFORM UNTIL WS-KEEP-EOF
               READ WLEGKEEP-FILE
                   AT END
                       SET WS-KEEP-EOF TO TRUE
                   NOT AT END
                       IF LK-DATE IS NUMERIC
                               AND LK-COUNT IS NUMERIC
                               AND LK-MATTER NOT = SPACES
                           PERFORM ADD-KEEP-LINE
                               THRU ADD-KEEP-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WLEGKEEP-FILE.

       LOAD-KEEP-LOG-EXIT.
           EXIT.

       ADD-KEEP-LINE.

           PERFORM VARYING WS-KEPT-X FROM 1 BY 1
                   UNTIL WS-KEPT-X > WS-KEPT-COUNT
                      OR (WS-KEPT-MATTER (WS-KEPT-X) = LK-MATTER
                          AND WS-KEPT-PROGRAM (WS-KEPT-X) = LK-PROGRAM
                          AND WS-KEPT-WHAT (WS-KEPT-X) = LK-WHAT)
               CONTINUE
           END-PERFORM.
           IF WS-KEPT-X > WS-KEPT-COUNT
               IF WS-KEPT-COUNT NOT < WS-KEPT-MAX
                   SET WS-KEPT-OVERFLOW TO TRUE
                   GO TO ADD-KEEP-LINE-EXIT
               END-IF
               ADD 1 TO WS-KEPT-COUNT
               SET WS-KEPT-X TO WS-KEPT-COUNT
               MOVE LK-MATTER TO WS-KEPT-MATTER (WS-KEPT-X)
               MOVE LK-PROGRAM TO WS-KEPT-PROGRAM (WS-KEPT-X)
               MOVE LK-WHAT TO WS-KEPT-WHAT (WS-KEPT-X)
               MOVE ZERO TO WS-KEPT-RECORDS (WS-KEPT-X)
                            WS-KEPT-RUNS (WS-KEPT-X)
               MOVE LK-DATE TO WS-KEPT-FIRST (WS-KEPT-X)
           END-IF.
           ADD LK-COUNT TO WS-KEPT-RECORDS (WS-KEPT-X).
           ADD 1 TO WS-KEPT-RUNS (WS-KEPT-X).
           MOVE LK-DATE TO WS-KEPT-LAST (WS-KEPT-X).

       ADD-KEEP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * EVERY ACTIVE HOLD, AND THE MAPPED FILES A FILE HOLD REACHES.
      ******************************************************************

       LIST-ACTIVE-HOLDS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "ACTIVE HOLDS" TO WS-REPORT-LINE.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MATTER       K FILE OR LOG STEM         "
                  "FROM     TO       KEYS FROM            "
                  "KEYS TO              RELEASE  "
                  "REQUESTER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM LIST-ONE-HOLD
               VARYING WS-HOLD-X FROM 1 BY 1
               UNTIL WS-HOLD-X > WS-HOLD-COUNT.
           IF WS-HOLD-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-ONE-HOLD.

           MOVE WS-HOLD-ENTRY (WS-HOLD-X) TO WLEGHOLD-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " LH-MATTER " " LH-KIND " " LH-TRIPLE " "
                  LH-DATE-FROM " " LH-DATE-TO " "
                  LH-KEY-FROM " " LH-KEY-TO " "
                  LH-RELEASE " " LH-REQUESTER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      PLACED " LH-PLACED-DATE " BY " LH-PLACED-BY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           IF LH-FILE-HOLD
               PERFORM LIST-MAPPINGS-COVERED
                   THRU LIST-MAPPINGS-COVERED-EXIT
           END-IF.

      *    One pass over WISPVOLLIB per file hold.
       LIST-MAPPINGS-COVERED.

           MOVE ZERO TO WS-MAPPED-COUNT.
           MOVE "N" TO WS-VOLLIB-EOF-SWITCH.
           OPEN INPUT WISPVOLLIB-FILE.
           IF WS-VOLLIB-FILE-STATUS NOT = "00"
               MOVE "      (WISPVOLLIB NOT AVAILABLE)" TO WS-REPORT-LINE
               WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO LIST-MAPPINGS-COVERED-EXIT
           END-IF.
           PERFORM UNTIL WS-VOLLIB-EOF
               READ WISPVOLLIB-FILE
                   AT END
                       SET WS-VOLLIB-EOF TO TRUE
                   NOT AT END
                       IF WISPVOLLIB-RECORD NOT = SPACES
                               AND WV-REC-VOL (1:1) NOT = "*"
                               AND (LH-VOL = "*" OR LH-VOL = WV-REC-VOL)
                               AND (LH-LIB = "*" OR LH-LIB = WV-REC-LIB)
                               AND (LH-FILE = "*"
                                    OR LH-FILE = WV-REC-FILE)
                           ADD 1 TO WS-MAPPED-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "      COVERS " WV-REC-VOL " "
                                  WV-REC-LIB " " WV-REC-FILE " "
                                  WV-REC-PATH (1:60)
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                           WRITE WLEGRPT-REPORT-RECORD
                               FROM WS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISPVOLLIB-FILE.
           IF WS-MAPPED-COUNT = ZERO
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "      ** MATCHES NO WISPVOLLIB MAPPING -- CHECK THE
      -            " VOLUME, LIBRARY AND FILE" TO WS-REPORT-LINE
               WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-MAPPINGS-COVERED-EXIT.
           EXIT.

      ******************************************************************
      * WHAT THE HOLDS HAVE KEPT, FROM THE KEEP LOG.
      ******************************************************************

       LIST-WHAT-WAS-KEPT.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "WHAT WAS KEPT" TO WS-REPORT-LINE.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MATTER       PROGRAM  FILE, STEM OR SET        "
                  "    RECORDS   RUNS FIRST    LAST"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM LIST-ONE-KEPT
               VARYING WS-KEPT-X FROM 1 BY 1
               UNTIL WS-KEPT-X > WS-KEPT-COUNT.
           IF WS-KEPT-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-KEPT-OVERFLOW
               MOVE "  ** MORE THAN 1000 -- THE REST ARE NOT SHOWN"
                   TO WS-REPORT-LINE
               WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-ONE-KEPT.

           MOVE "N" TO WS-MATTER-ACTIVE-SWITCH.
           PERFORM VARYING WS-HOLD-X FROM 1 BY 1
                   UNTIL WS-HOLD-X > WS-HOLD-COUNT
                      OR WS-MATTER-ACTIVE
               IF WS-HOLD-ENTRY (WS-HOLD-X) (1:12)
                       = WS-KEPT-MATTER (WS-KEPT-X)
                   SET WS-MATTER-ACTIVE TO TRUE
               END-IF
           END-PERFORM.
           MOVE WS-KEPT-RECORDS (WS-KEPT-X) TO WS-COUNT-DISP.
           MOVE WS-KEPT-RUNS (WS-KEPT-X) TO WS-RUNS-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-KEPT-MATTER (WS-KEPT-X) " "
                  WS-KEPT-PROGRAM (WS-KEPT-X) " "
                  WS-KEPT-WHAT (WS-KEPT-X) " "
                  WS-COUNT-DISP " " WS-RUNS-DISP " "
                  WS-KEPT-FIRST (WS-KEPT-X) " "
                  WS-KEPT-LAST (WS-KEPT-X)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           IF NOT WS-MATTER-ACTIVE
               MOVE "NO LONGER HELD" TO WS-REPORT-LINE (88:)
           END-IF.
           WRITE WLEGRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
