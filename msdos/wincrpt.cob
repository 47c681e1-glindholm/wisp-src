      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WINCRPT.
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
      *    WINCRPT is the monthly incident review, read from the
      *    incident log WINCIDNT.DAT (layout in wincid.cpy) that
      *    WERRWATCH and the WINCMNT screen write through WINCLOG.
      *
      *        WINCRPT [yyyymm]        (default: the business date's
      *                                 month)
      *
      *    Every incident opened in the month is listed to
      *    WINCRPT.RPT with its program, current status, root-cause
      *    category, assignee and time to restore (MINUTES) -- the
      *    minutes from opening to the first move out of OPEN.  Then the
      *    month is summed by category (incidents, restored, average
      *    minutes to restore) and by program, where a program with
      *    two or more incidents in the month is marked REPEAT: the
      *    repeat offenders are the ones to fix for good.  Incidents
      *    of the month still OPEN are counted at the foot.
      *
      *    RETURN-CODE is 8 for a bad month argument.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINCIDNT-FILE ASSIGN TO "WINCIDNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FILE-STATUS.
           SELECT WINCRPT-REPORT-FILE ASSIGN TO "WINCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WINCIDNT-FILE.
       01  WINCIDNT-FILE-RECORD       PIC X(156).

       FD  WINCRPT-REPORT-FILE.
       01  WINCRPT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       COPY "wincid.cpy".

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD                  PIC X(6).

       01  WS-INC-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-INC-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-INC-EOF                       VALUE "Y".

      *    The month's incidents, latest state applied.
       01  WS-INC-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-INC-MAX                 PIC 9(4)  VALUE 2000.
       01  WS-INC-OVERFLOW            PIC 9(6)  VALUE ZERO.
       01  WS-INC-TABLE.
           05  WS-INC-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-INC-X.
               10  WS-INC-ID          PIC 9(6).
               10  WS-INC-PROGRAM     PIC X(12).
               10  WS-INC-TITLE       PIC X(40).
               10  WS-INC-OPEN-DATE   PIC 9(8).
               10  WS-INC-OPEN-TIME   PIC 9(8).
               10  WS-INC-STATUS      PIC X.
               10  WS-INC-ASSIGNEE    PIC X(8).
               10  WS-INC-CATEGORY    PIC X(8).
               10  WS-INC-REST-DATE   PIC 9(8).
               10  WS-INC-REST-TIME   PIC 9(8).
               10  WS-INC-MINUTES     PIC 9(8)  COMP-5.

      *    Sums by root-cause category and by program.
       01  WS-CAT-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CAT-MAX                 PIC 9(4)  VALUE 100.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-CAT-X.
               10  WS-CAT-NAME        PIC X(8).
               10  WS-CAT-INCIDENTS   PIC 9(6)  COMP-5.
               10  WS-CAT-RESTORED    PIC 9(6)  COMP-5.
               10  WS-CAT-MINUTES     PIC 9(10) COMP-5.
       01  WS-PGM-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PGM-MAX                 PIC 9(4)  VALUE 500.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-PGM-X.
               10  WS-PGM-NAME        PIC X(12).
               10  WS-PGM-INCIDENTS   PIC 9(6)  COMP-5.
               10  WS-PGM-RESTORED    PIC 9(6)  COMP-5.
               10  WS-PGM-MINUTES     PIC 9(10) COMP-5.

       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-TOTAL-RESTORED          PIC 9(6)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-MINUTES           PIC 9(10) COMP-5 VALUE ZERO.
       01  WS-STILL-OPEN              PIC 9(6)  COMP-5 VALUE ZERO.
       01  WS-REPEAT-COUNT            PIC 9(6)  COMP-5 VALUE ZERO.
       01  WS-AVERAGE                 PIC 9(8)  COMP-5.
       01  WS-START-MINUTES           PIC 9(10) COMP-5.
       01  WS-END-MINUTES             PIC 9(10) COMP-5.
       01  WS-TIME-WORK               PIC 9(8).
       01  FILLER REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH             PIC 99.
           05  WS-TIME-MM             PIC 99.
           05  FILLER                 PIC 9(4).

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZ9.
       01  WS-MINUTES-DISP            PIC ZZZ,ZZ9.
       01  WS-REPEAT-TAG              PIC X(6).
       01  WS-CATEGORY-TEXT           PIC X(8).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WINCRPT.

           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 = SPACES
               MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD
           ELSE
               IF WS-ARG-1 (1:6) IS NUMERIC
                       AND WS-ARG-1 (7:10) = SPACES
                       AND WS-ARG-1 (5:2) > "00"
                       AND WS-ARG-1 (5:2) < "13"
                   MOVE WS-ARG-1 (1:6) TO WS-PERIOD
               ELSE
                   DISPLAY "WINCRPT: USAGE IS  WINCRPT [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.

           PERFORM LOAD-MONTH-INCIDENTS
               THRU LOAD-MONTH-INCIDENTS-EXIT.
           PERFORM VARYING WS-INC-X FROM 1 BY 1
                   UNTIL WS-INC-X > WS-INC-COUNT
               PERFORM SUM-ONE-INCIDENT
           END-PERFORM.
           PERFORM WRITE-INCIDENT-REPORT.

           MOVE WS-INC-COUNT TO WS-COUNT-DISP.
           MOVE WS-STILL-OPEN TO WS-COUNT-DISP-2.
           DISPLAY "WINCRPT: " WS-COUNT-DISP " INCIDENTS IN " WS-PERIOD
                   ", " WS-COUNT-DISP-2 " STILL OPEN".

           GO TO STOP-RUN.

      ******************************************************************
      * THE MONTH'S INCIDENTS FROM THEIR H LINES, EACH CARRIED TO ITS
      * LATEST S LINE -- WHICH MAY BE WRITTEN IN A LATER MONTH.
      ******************************************************************

       LOAD-MONTH-INCIDENTS.

           OPEN INPUT WINCIDNT-FILE.
           IF WS-INC-FILE-STATUS NOT = "00"
               GO TO LOAD-MONTH-INCIDENTS-EXIT
           END-IF.

           PERFORM READ-NEXT-INCIDENT-LINE.
           PERFORM UNTIL WS-INC-EOF
               IF IN-ID IS NUMERIC
                   IF IN-OPENED AND IN-DATE (1:6) = WS-PERIOD
                       PERFORM ADD-MONTH-INCIDENT
                   END-IF
                   IF IN-STATE
                       PERFORM APPLY-INCIDENT-STATE
                   END-IF
               END-IF
               PERFORM READ-NEXT-INCIDENT-LINE
           END-PERFORM.

           CLOSE WINCIDNT-FILE.

       LOAD-MONTH-INCIDENTS-EXIT.
           EXIT.

       READ-NEXT-INCIDENT-LINE.

           READ WINCIDNT-FILE INTO WINCID-RECORD
               AT END
                   SET WS-INC-EOF TO TRUE
           END-READ.

       ADD-MONTH-INCIDENT.

           IF WS-INC-COUNT NOT < WS-INC-MAX
               ADD 1 TO WS-INC-OVERFLOW
           ELSE
               ADD 1 TO WS-INC-COUNT
               SET WS-INC-X TO WS-INC-COUNT
               MOVE IN-ID TO WS-INC-ID (WS-INC-X)
               MOVE IN-PROGRAM TO WS-INC-PROGRAM (WS-INC-X)
               MOVE IN-TITLE TO WS-INC-TITLE (WS-INC-X)
               MOVE IN-DATE TO WS-INC-OPEN-DATE (WS-INC-X)
               MOVE IN-TIME TO WS-INC-OPEN-TIME (WS-INC-X)
               MOVE "O" TO WS-INC-STATUS (WS-INC-X)
               MOVE SPACES TO WS-INC-ASSIGNEE (WS-INC-X)
                              WS-INC-CATEGORY (WS-INC-X)
               MOVE ZERO TO WS-INC-REST-DATE (WS-INC-X)
                            WS-INC-REST-TIME (WS-INC-X)
                            WS-INC-MINUTES (WS-INC-X)
           END-IF.

       APPLY-INCIDENT-STATE.

           PERFORM VARYING WS-INC-X FROM WS-INC-COUNT BY -1
                   UNTIL WS-INC-X < 1
               IF WS-INC-ID (WS-INC-X) = IN-ID
                   MOVE IN-STATUS TO WS-INC-STATUS (WS-INC-X)
                   MOVE IN-ASSIGNEE TO WS-INC-ASSIGNEE (WS-INC-X)
                   MOVE IN-CATEGORY TO WS-INC-CATEGORY (WS-INC-X)
                   MOVE IN-RESTORED-DATE TO WS-INC-REST-DATE (WS-INC-X)
                   MOVE IN-RESTORED-TIME TO WS-INC-REST-TIME (WS-INC-X)
                   SET WS-INC-X TO 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * TIME TO RESTORE, AND THE CATEGORY AND PROGRAM SUMS.
      ******************************************************************

       SUM-ONE-INCIDENT.

           IF WS-INC-STATUS (WS-INC-X) = "O"
               ADD 1 TO WS-STILL-OPEN
           END-IF.
           IF WS-INC-REST-DATE (WS-INC-X) NOT = ZERO
               MOVE WS-INC-OPEN-TIME (WS-INC-X) TO WS-TIME-WORK
               COMPUTE WS-START-MINUTES = FUNCTION INTEGER-OF-DATE
                   (WS-INC-OPEN-DATE (WS-INC-X)) * 1440
                   + WS-TIME-HH * 60 + WS-TIME-MM
               MOVE WS-INC-REST-TIME (WS-INC-X) TO WS-TIME-WORK
               COMPUTE WS-END-MINUTES = FUNCTION INTEGER-OF-DATE
                   (WS-INC-REST-DATE (WS-INC-X)) * 1440
                   + WS-TIME-HH * 60 + WS-TIME-MM
               IF WS-END-MINUTES > WS-START-MINUTES
                   COMPUTE WS-INC-MINUTES (WS-INC-X) =
                       WS-END-MINUTES - WS-START-MINUTES
               END-IF
               ADD 1 TO WS-TOTAL-RESTORED
               ADD WS-INC-MINUTES (WS-INC-X) TO WS-TOTAL-MINUTES
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-CAT-X FROM 1 BY 1
                   UNTIL WS-CAT-X > WS-CAT-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-CAT-NAME (WS-CAT-X) = WS-INC-CATEGORY (WS-INC-X)
                   SET WS-MATCH-NUM TO WS-CAT-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
                   AND WS-CAT-COUNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-X TO WS-CAT-COUNT
               MOVE WS-INC-CATEGORY (WS-INC-X) TO WS-CAT-NAME (WS-CAT-X)
               MOVE ZERO TO WS-CAT-INCIDENTS (WS-CAT-X)
                            WS-CAT-RESTORED (WS-CAT-X)
                            WS-CAT-MINUTES (WS-CAT-X)
               MOVE WS-CAT-COUNT TO WS-MATCH-NUM
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-CAT-X TO WS-MATCH-NUM
               ADD 1 TO WS-CAT-INCIDENTS (WS-CAT-X)
               IF WS-INC-REST-DATE (WS-INC-X) NOT = ZERO
                   ADD 1 TO WS-CAT-RESTORED (WS-CAT-X)
                   ADD WS-INC-MINUTES (WS-INC-X)
                       TO WS-CAT-MINUTES (WS-CAT-X)
               END-IF
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-PGM-X FROM 1 BY 1
                   UNTIL WS-PGM-X > WS-PGM-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-PGM-NAME (WS-PGM-X) = WS-INC-PROGRAM (WS-INC-X)
                   SET WS-MATCH-NUM TO WS-PGM-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
                   AND WS-PGM-COUNT < WS-PGM-MAX
               ADD 1 TO WS-PGM-COUNT
               SET WS-PGM-X TO WS-PGM-COUNT
               MOVE WS-INC-PROGRAM (WS-INC-X) TO WS-PGM-NAME (WS-PGM-X)
               MOVE ZERO TO WS-PGM-INCIDENTS (WS-PGM-X)
                            WS-PGM-RESTORED (WS-PGM-X)
                            WS-PGM-MINUTES (WS-PGM-X)
               MOVE WS-PGM-COUNT TO WS-MATCH-NUM
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-PGM-X TO WS-MATCH-NUM
               ADD 1 TO WS-PGM-INCIDENTS (WS-PGM-X)
               IF WS-INC-REST-DATE (WS-INC-X) NOT = ZERO
                   ADD 1 TO WS-PGM-RESTORED (WS-PGM-X)
                   ADD WS-INC-MINUTES (WS-INC-X)
                       TO WS-PGM-MINUTES (WS-PGM-X)
               END-IF
           END-IF.

      ******************************************************************
      * THE REPORT -- THE INCIDENTS, THEN BY CATEGORY, THEN BY PROGRAM.
      ******************************************************************

       WRITE-INCIDENT-REPORT.

           OPEN OUTPUT WINCRPT-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WINCRPT - INCIDENTS OPENED IN " WS-PERIOD
                  "  (FROM WINCIDNT.DAT)"
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "NUMBER OPENED   PROGRAM      S CATEGORY ASSIGNEE"
               TO WS-REPORT-LINE.
           MOVE "MINUTES  TITLE" TO WS-REPORT-LINE (58:14).
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-INC-X FROM 1 BY 1
                   UNTIL WS-INC-X > WS-INC-COUNT
               PERFORM WRITE-ONE-INCIDENT-LINE
           END-PERFORM.
           IF WS-INC-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-INC-OVERFLOW > ZERO
               MOVE WS-INC-OVERFLOW TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** " WS-COUNT-DISP
                      " MORE INCIDENTS NOT LISTED OR SUMMED -- OVER "
                      WS-INC-MAX " IN THE MONTH"
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "BY ROOT-CAUSE CATEGORY  INCIDENTS  RESTORED  AVG MIN"
               TO WS-REPORT-LINE.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-CAT-X FROM 1 BY 1
                   UNTIL WS-CAT-X > WS-CAT-COUNT
               PERFORM WRITE-ONE-CATEGORY-LINE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "BY PROGRAM              INCIDENTS  RESTORED  AVG MIN"
               TO WS-REPORT-LINE.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-PGM-X FROM 1 BY 1
                   UNTIL WS-PGM-X > WS-PGM-COUNT
               PERFORM WRITE-ONE-PROGRAM-LINE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-INC-COUNT TO WS-COUNT-DISP.
           MOVE WS-TOTAL-RESTORED TO WS-COUNT-DISP-2.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-TOTAL-RESTORED > ZERO
               DIVIDE WS-TOTAL-MINUTES BY WS-TOTAL-RESTORED
                   GIVING WS-AVERAGE ROUNDED
           END-IF.
           MOVE WS-AVERAGE TO WS-MINUTES-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL INCIDENTS " WS-COUNT-DISP
                  "  RESTORED " WS-COUNT-DISP-2
                  "  AVERAGE MINUTES TO RESTORE " WS-MINUTES-DISP
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-STILL-OPEN TO WS-COUNT-DISP.
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STILL OPEN      " WS-COUNT-DISP
                  "  REPEAT PROGRAMS " WS-COUNT-DISP-2
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           CLOSE WINCRPT-REPORT-FILE.

       WRITE-ONE-INCIDENT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-INC-ID (WS-INC-X) " "
                  WS-INC-OPEN-DATE (WS-INC-X) " "
                  WS-INC-PROGRAM (WS-INC-X) " "
                  WS-INC-STATUS (WS-INC-X) " "
                  WS-INC-CATEGORY (WS-INC-X) " "
                  WS-INC-ASSIGNEE (WS-INC-X)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           IF WS-INC-REST-DATE (WS-INC-X) = ZERO
               MOVE "NOT YET" TO WS-REPORT-LINE (58:7)
           ELSE
               MOVE WS-INC-MINUTES (WS-INC-X) TO WS-MINUTES-DISP
               MOVE WS-MINUTES-DISP TO WS-REPORT-LINE (58:7)
           END-IF.
           MOVE WS-INC-TITLE (WS-INC-X) TO WS-REPORT-LINE (67:40).
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-ONE-CATEGORY-LINE.

           MOVE WS-CAT-NAME (WS-CAT-X) TO WS-CATEGORY-TEXT.
           IF WS-CATEGORY-TEXT = SPACES
               MOVE "(NONE)" TO WS-CATEGORY-TEXT
           END-IF.
           MOVE WS-CAT-INCIDENTS (WS-CAT-X) TO WS-COUNT-DISP.
           MOVE WS-CAT-RESTORED (WS-CAT-X) TO WS-COUNT-DISP-2.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-CAT-RESTORED (WS-CAT-X) > ZERO
               DIVIDE WS-CAT-MINUTES (WS-CAT-X)
                   BY WS-CAT-RESTORED (WS-CAT-X)
                   GIVING WS-AVERAGE ROUNDED
           END-IF.
           MOVE WS-AVERAGE TO WS-MINUTES-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-CATEGORY-TEXT "              "
                  WS-COUNT-DISP "   " WS-COUNT-DISP-2 "  "
                  WS-MINUTES-DISP
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-ONE-PROGRAM-LINE.

           MOVE SPACES TO WS-REPEAT-TAG.
           IF WS-PGM-INCIDENTS (WS-PGM-X) > 1
               MOVE "REPEAT" TO WS-REPEAT-TAG
               ADD 1 TO WS-REPEAT-COUNT
           END-IF.
           MOVE WS-PGM-INCIDENTS (WS-PGM-X) TO WS-COUNT-DISP.
           MOVE WS-PGM-RESTORED (WS-PGM-X) TO WS-COUNT-DISP-2.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-PGM-RESTORED (WS-PGM-X) > ZERO
               DIVIDE WS-PGM-MINUTES (WS-PGM-X)
                   BY WS-PGM-RESTORED (WS-PGM-X)
                   GIVING WS-AVERAGE ROUNDED
           END-IF.
           MOVE WS-AVERAGE TO WS-MINUTES-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-PGM-NAME (WS-PGM-X) "          "
                  WS-COUNT-DISP "   " WS-COUNT-DISP-2 "  "
                  WS-MINUTES-DISP "  " WS-REPEAT-TAG
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WINCRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
