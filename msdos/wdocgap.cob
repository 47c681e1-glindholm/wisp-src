      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WDOCGAP.
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
           07/30/91.
       DATE-COMPILED.
      *
      *    WDOCGAP accounts for every number of a document-number
      *    series (WDOCNUM.DAT) over a range, from the journal the
      *    WDOCNUM service keeps in WDOCNUM.LOG:
      *
      *        WDOCGAP series [from [to [period]]]
      *
      *    FROM defaults to the series' low number, TO to the highest
      *    number issued or voided in the period, and PERIOD to the
      *    series' current period (YYYYMM for a series that resets
      *    monthly, YYYY00 yearly, 0 for one that never resets).
      *    WDOCGAP.RPT lists:
      *
      *        - the gaps: numbers in the range neither issued nor
      *          voided, as runs;
      *        - numbers issued more than once, with each issue's
      *          operator, run and program;
      *        - the voided numbers with their reasons;
      *        - totals.
      *
      *    A gap or a duplicate ends the run with RETURN-CODE 4; an
      *    unknown series or a bad argument with RETURN-CODE 8.  At
      *    most 50000 numbers are accounted for in one run -- a wider
      *    range is cut there, noted on the report, and returns 4.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WDOCISS-FILE ASSIGN TO "WDOCNUM.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT WDOCGAP-REPORT-FILE ASSIGN TO "WDOCGAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WDOCISS-FILE.
       01  WDOCISS-FILE-RECORD        PIC X(200).

       FD  WDOCGAP-REPORT-FILE.
       01  WDOCGAP-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       COPY "wdocnum.cpy".
       COPY "wdociss.cpy".

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-SERIES              PIC X(20).
       01  WS-ARG-FROM                PIC X(20).
       01  WS-ARG-TO                  PIC X(20).
       01  WS-ARG-PERIOD              PIC X(20).
       01  WS-ARG-TEXT                PIC X(20).
       01  WS-ARG-LEN                 PIC 9(4)  COMP-5.
       01  WS-ARG-NUMBER              PIC 9(10).
       01  WS-ARG-OK-SWITCH           PIC X.
           88  WS-ARG-OK                        VALUE "Y".
       01  WS-RUN-ID                  PIC X(20).
       01  WS-SERIES-RETURN           PIC 9.

       01  WS-PERIOD                  PIC 9(6).
       01  WS-FROM-NUMBER             PIC 9(10).
       01  WS-TO-NUMBER               PIC 9(10).
       01  WS-HIGH-SEEN               PIC 9(10).
       01  WS-TO-GIVEN-SWITCH         PIC X     VALUE "N".
           88  WS-TO-GIVEN                      VALUE "Y".
       01  WS-CUT-SWITCH              PIC X     VALUE "N".
           88  WS-RANGE-CUT                     VALUE "Y".
       01  WS-ASKED-TO                PIC 9(10).

       01  WS-LOG-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X.
           88  WS-EOF                           VALUE "Y".

      *    One slot per number in the range: times issued and
      *    whether voided.
       01  WS-SLOT-MAX                PIC 9(8)  COMP-5 VALUE 50000.
       01  WS-SLOT-COUNT              PIC 9(8)  COMP-5 VALUE ZERO.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY  OCCURS 50000 TIMES
                              INDEXED BY WS-SLOT-X.
               10  WS-SLOT-ISSUED     PIC 9.
               10  WS-SLOT-VOIDED     PIC X.
       01  WS-SLOT-NUM                PIC 9(8)  COMP-5.

       01  WS-ISSUED-TOTAL            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-VOIDED-TOTAL            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-GAP-TOTAL               PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-DUP-TOTAL               PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-RUN-START               PIC 9(10).
       01  WS-RUN-END                 PIC 9(10).
       01  WS-RUN-LENGTH              PIC 9(9)  COMP-5.
       01  WS-IN-GAP-SWITCH           PIC X.
           88  WS-IN-GAP                        VALUE "Y".
       01  WS-LIST-MODE               PIC X.
           88  WS-LIST-VOIDS                    VALUE "V".
           88  WS-LIST-DUPLICATES               VALUE "D".
       01  WS-LINES-LISTED            PIC 9(9)  COMP-5.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZZ,ZZ9.
       01  WS-NUMBER-DISP             PIC 9(10).
       01  WS-NUMBER-DISP-2           PIC 9(10).
       01  WS-TIME-DISP               PIC X(6).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WDOCGAP.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-SERIES WS-ARG-FROM WS-ARG-TO
                          WS-ARG-PERIOD.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-SERIES, WS-ARG-FROM, WS-ARG-TO,
                    WS-ARG-PERIOD
           END-UNSTRING.
           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           IF WS-ARG-SERIES = SPACES
               DISPLAY "WDOCGAP: USAGE IS WDOCGAP series [from [to "
                       "[period]]]"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE SPACES TO WDOCNUM-RECORD.
           MOVE WS-ARG-SERIES (1:8) TO DN-SERIES.
           CALL "WDOCNUM" USING "GET", WDOCNUM-RECORD, WS-SERIES-RETURN
               ON EXCEPTION
                   MOVE 1 TO WS-SERIES-RETURN
           END-CALL.
           IF WS-SERIES-RETURN NOT = ZERO
               DISPLAY "WDOCGAP: NO DOCUMENT-NUMBER SERIES "
                       WS-ARG-SERIES
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE DN-LOW TO WS-FROM-NUMBER.
           MOVE DN-PERIOD TO WS-PERIOD.
           IF WS-ARG-FROM NOT = SPACES
               MOVE WS-ARG-FROM TO WS-ARG-TEXT
               PERFORM CONVERT-ARG-NUMBER
               IF NOT WS-ARG-OK
                   DISPLAY "WDOCGAP: FROM NUMBER " WS-ARG-FROM
                           " IS NOT A NUMBER"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-ARG-NUMBER TO WS-FROM-NUMBER
           END-IF.
           IF WS-ARG-TO NOT = SPACES
               MOVE WS-ARG-TO TO WS-ARG-TEXT
               PERFORM CONVERT-ARG-NUMBER
               IF NOT WS-ARG-OK
                   DISPLAY "WDOCGAP: TO NUMBER " WS-ARG-TO
                           " IS NOT A NUMBER"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-ARG-NUMBER TO WS-TO-NUMBER
               SET WS-TO-GIVEN TO TRUE
           END-IF.
           IF WS-ARG-PERIOD NOT = SPACES
               MOVE WS-ARG-PERIOD TO WS-ARG-TEXT
               PERFORM CONVERT-ARG-NUMBER
               IF NOT WS-ARG-OK OR WS-ARG-NUMBER > 999999
                   DISPLAY "WDOCGAP: PERIOD " WS-ARG-PERIOD
                           " IS NOT YYYYMM, YYYY00 OR 0"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-ARG-NUMBER TO WS-PERIOD
           END-IF.

           IF NOT WS-TO-GIVEN
               PERFORM FIND-HIGHEST-SEEN
                   THRU FIND-HIGHEST-SEEN-EXIT
               MOVE WS-HIGH-SEEN TO WS-TO-NUMBER
           END-IF.

           IF WS-TO-NUMBER < WS-FROM-NUMBER
               MOVE ZERO TO WS-SLOT-COUNT
           ELSE
               MOVE WS-TO-NUMBER TO WS-ASKED-TO
               IF WS-TO-NUMBER - WS-FROM-NUMBER NOT < WS-SLOT-MAX
                   COMPUTE WS-TO-NUMBER =
                       WS-FROM-NUMBER + WS-SLOT-MAX - 1
                   SET WS-RANGE-CUT TO TRUE
               END-IF
               COMPUTE WS-SLOT-COUNT =
                   WS-TO-NUMBER - WS-FROM-NUMBER + 1
           END-IF.

           PERFORM TALLY-THE-JOURNAL
               THRU TALLY-THE-JOURNAL-EXIT.
           PERFORM WRITE-GAP-REPORT.

           MOVE WS-GAP-TOTAL TO WS-COUNT-DISP.
           MOVE WS-DUP-TOTAL TO WS-COUNT-DISP-2.
           DISPLAY "WDOCGAP: SERIES " DN-SERIES " PERIOD " WS-PERIOD
                   " GAPS " WS-COUNT-DISP " DUPLICATES "
                   WS-COUNT-DISP-2 " -- SEE WDOCGAP.RPT".
           IF WS-GAP-TOTAL > ZERO OR WS-DUP-TOTAL > ZERO
                   OR WS-RANGE-CUT
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      *    WS-ARG-TEXT AS A NUMBER OF UP TO TEN DIGITS.
       CONVERT-ARG-NUMBER.

           MOVE "N" TO WS-ARG-OK-SWITCH.
           MOVE ZERO TO WS-ARG-LEN WS-ARG-NUMBER.
           INSPECT WS-ARG-TEXT TALLYING WS-ARG-LEN
               FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ARG-LEN > ZERO AND WS-ARG-LEN NOT > 10
               IF WS-ARG-TEXT (1:WS-ARG-LEN) IS NUMERIC
                   COMPUTE WS-ARG-NUMBER =
                       FUNCTION NUMVAL (WS-ARG-TEXT (1:WS-ARG-LEN))
                   SET WS-ARG-OK TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * THE DEFAULT TOP OF THE RANGE -- THE HIGHEST NUMBER THE PERIOD
      * HAS SEEN, ISSUED OR VOIDED, OR THE SERIES' LAST ISSUED WHEN
      * IT IS THE CURRENT PERIOD.
      ******************************************************************

       FIND-HIGHEST-SEEN.

           MOVE ZERO TO WS-HIGH-SEEN.
           IF WS-PERIOD = DN-PERIOD
               MOVE DN-CURRENT TO WS-HIGH-SEEN
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WDOCISS-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO FIND-HIGHEST-SEEN-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WDOCISS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WDOCISS-FILE-RECORD (1:144)
                           TO WDOCISS-RECORD
                       IF DI-SERIES = DN-SERIES
                               AND DI-PERIOD = WS-PERIOD
                               AND DI-NUMBER IS NUMERIC
                               AND DI-NUMBER > WS-HIGH-SEEN
                           MOVE DI-NUMBER TO WS-HIGH-SEEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDOCISS-FILE.

       FIND-HIGHEST-SEEN-EXIT.
           EXIT.

      ******************************************************************
      * ONE PASS OVER WDOCNUM.LOG, MARKING EACH NUMBER IN THE RANGE.
      ******************************************************************

       TALLY-THE-JOURNAL.

           PERFORM VARYING WS-SLOT-X FROM 1 BY 1
                   UNTIL WS-SLOT-X > WS-SLOT-COUNT
               MOVE ZERO TO WS-SLOT-ISSUED (WS-SLOT-X)
               MOVE "N" TO WS-SLOT-VOIDED (WS-SLOT-X)
           END-PERFORM.
           IF WS-SLOT-COUNT = ZERO
               GO TO TALLY-THE-JOURNAL-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WDOCISS-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO TALLY-THE-JOURNAL-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WDOCISS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WDOCISS-FILE-RECORD (1:144)
                           TO WDOCISS-RECORD
                       PERFORM FIND-SLOT
                       IF WS-SLOT-NUM > ZERO
                           IF DI-ISSUED
                                   AND WS-SLOT-ISSUED (WS-SLOT-NUM) < 9
                               ADD 1 TO WS-SLOT-ISSUED (WS-SLOT-NUM)
                           END-IF
                           IF DI-VOIDED
                               MOVE "Y" TO WS-SLOT-VOIDED (WS-SLOT-NUM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDOCISS-FILE.

           PERFORM VARYING WS-SLOT-X FROM 1 BY 1
                   UNTIL WS-SLOT-X > WS-SLOT-COUNT
               IF WS-SLOT-ISSUED (WS-SLOT-X) > ZERO
                   ADD 1 TO WS-ISSUED-TOTAL
               END-IF
               IF WS-SLOT-ISSUED (WS-SLOT-X) > 1
                   ADD 1 TO WS-DUP-TOTAL
               END-IF
               IF WS-SLOT-VOIDED (WS-SLOT-X) = "Y"
                   ADD 1 TO WS-VOIDED-TOTAL
               END-IF
               IF WS-SLOT-ISSUED (WS-SLOT-X) = ZERO
                       AND WS-SLOT-VOIDED (WS-SLOT-X) = "N"
                   ADD 1 TO WS-GAP-TOTAL
               END-IF
           END-PERFORM.

       TALLY-THE-JOURNAL-EXIT.
           EXIT.

      *    THE SLOT OF THE JOURNAL LINE IN WDOCISS-RECORD, OR ZERO
      *    WHEN IT IS ANOTHER SERIES, PERIOD OR OUT OF RANGE.
       FIND-SLOT.

           MOVE ZERO TO WS-SLOT-NUM.
           IF DI-SERIES = DN-SERIES
                   AND DI-PERIOD IS NUMERIC
                   AND DI-PERIOD = WS-PERIOD
                   AND DI-NUMBER IS NUMERIC
                   AND DI-NUMBER NOT < WS-FROM-NUMBER
                   AND DI-NUMBER NOT > WS-TO-NUMBER
               COMPUTE WS-SLOT-NUM = DI-NUMBER - WS-FROM-NUMBER + 1
           END-IF.

      ******************************************************************
      * WDOCGAP.RPT.
      ******************************************************************

       WRITE-GAP-REPORT.

           OPEN OUTPUT WDOCGAP-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WDOCGAP - DOCUMENT NUMBER GAPS FOR SERIES " DN-SERIES
                  " " DN-DESC "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FROM-NUMBER TO WS-NUMBER-DISP.
           MOVE WS-TO-NUMBER TO WS-NUMBER-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PERIOD " WS-PERIOD "  NUMBERS " WS-NUMBER-DISP
                  " THRU " WS-NUMBER-DISP-2 "  PREFIX " DN-PREFIX
                  "  RESET " DN-RESET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-RANGE-CUT
               MOVE WS-ASKED-TO TO WS-NUMBER-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RANGE CUT AT 50000 NUMBERS -- RUN AGAIN FROM "
                      "THE NEXT NUMBER FOR THE REST, UP TO "
                      WS-NUMBER-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    Gaps, as runs of consecutive numbers.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "GAPS - NUMBERS NEITHER ISSUED NOR VOIDED"
               TO WS-REPORT-LINE.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "N" TO WS-IN-GAP-SWITCH.
           PERFORM VARYING WS-SLOT-X FROM 1 BY 1
                   UNTIL WS-SLOT-X > WS-SLOT-COUNT
               IF WS-SLOT-ISSUED (WS-SLOT-X) = ZERO
                       AND WS-SLOT-VOIDED (WS-SLOT-X) = "N"
                   IF NOT WS-IN-GAP
                       SET WS-IN-GAP TO TRUE
                       SET WS-SLOT-NUM TO WS-SLOT-X
                       COMPUTE WS-RUN-START =
                           WS-FROM-NUMBER + WS-SLOT-NUM - 1
                   END-IF
               ELSE
                   IF WS-IN-GAP
                       SET WS-SLOT-NUM TO WS-SLOT-X
                       COMPUTE WS-RUN-END =
                           WS-FROM-NUMBER + WS-SLOT-NUM - 2
                       PERFORM WRITE-GAP-LINE
                       MOVE "N" TO WS-IN-GAP-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IN-GAP
               MOVE WS-TO-NUMBER TO WS-RUN-END
               PERFORM WRITE-GAP-LINE
           END-IF.
           IF WS-GAP-TOTAL = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    Numbers issued more than once, issue by issue.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "ISSUED MORE THAN ONCE" TO WS-REPORT-LINE.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-JOURNAL-HEADING.
           SET WS-LIST-DUPLICATES TO TRUE.
           PERFORM LIST-JOURNAL-LINES
               THRU LIST-JOURNAL-LINES-EXIT.

      *    Voided numbers and why.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "VOIDED" TO WS-REPORT-LINE.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-JOURNAL-HEADING.
           SET WS-LIST-VOIDS TO TRUE.
           PERFORM LIST-JOURNAL-LINES
               THRU LIST-JOURNAL-LINES-EXIT.

      *    Totals.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SLOT-COUNT TO WS-COUNT-DISP.
           MOVE WS-ISSUED-TOTAL TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NUMBERS IN RANGE " WS-COUNT-DISP
                  "  ISSUED " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-VOIDED-TOTAL TO WS-COUNT-DISP.
           MOVE WS-GAP-TOTAL TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VOIDED           " WS-COUNT-DISP
                  "  GAPS   " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-DUP-TOTAL TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ISSUED TWICE OR MORE " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WDOCGAP-REPORT-FILE.

       WRITE-GAP-LINE.

           MOVE WS-RUN-START TO WS-NUMBER-DISP.
           MOVE WS-RUN-END TO WS-NUMBER-DISP-2.
           COMPUTE WS-RUN-LENGTH = WS-RUN-END - WS-RUN-START + 1.
           MOVE WS-RUN-LENGTH TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RUN-LENGTH = 1
               STRING "  " WS-NUMBER-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  " WS-NUMBER-DISP " THRU " WS-NUMBER-DISP-2
                      "  " WS-COUNT-DISP " NUMBERS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-JOURNAL-HEADING.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "NUMBER" TO WS-REPORT-LINE (3:6).
           MOVE "DOCUMENT" TO WS-REPORT-LINE (14:8).
           MOVE "DATE" TO WS-REPORT-LINE (31:4).
           MOVE "TIME" TO WS-REPORT-LINE (40:4).
           MOVE "OPERATOR" TO WS-REPORT-LINE (47:8).
           MOVE "RUN" TO WS-REPORT-LINE (56:3).
           MOVE "PROGRAM" TO WS-REPORT-LINE (77:7).
           MOVE "REASON" TO WS-REPORT-LINE (86:6).
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.

      *    THE JOURNAL LINES OF THE DUPLICATED NUMBERS' ISSUES, OR OF
      *    THE VOIDS, IN THE RANGE -- AS WS-LIST-MODE SAYS.
       LIST-JOURNAL-LINES.

           MOVE ZERO TO WS-LINES-LISTED.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-SLOT-COUNT = ZERO
               GO TO LIST-JOURNAL-LINES-DONE
           END-IF.
           OPEN INPUT WDOCISS-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO LIST-JOURNAL-LINES-DONE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WDOCISS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WDOCISS-FILE-RECORD (1:144)
                           TO WDOCISS-RECORD
                       PERFORM FIND-SLOT
                       IF WS-SLOT-NUM > ZERO
                           IF (WS-LIST-VOIDS AND DI-VOIDED)
                                   OR (WS-LIST-DUPLICATES AND DI-ISSUED
                                   AND WS-SLOT-ISSUED (WS-SLOT-NUM) > 1)
                               PERFORM WRITE-JOURNAL-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDOCISS-FILE.

       LIST-JOURNAL-LINES-DONE.
           IF WS-LINES-LISTED = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-JOURNAL-LINES-EXIT.
           EXIT.

       WRITE-JOURNAL-LINE.

           ADD 1 TO WS-LINES-LISTED.
           MOVE DI-TIME (1:6) TO WS-TIME-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DI-NUMBER " " DI-DOC-NUMBER " " DI-DATE " "
                  WS-TIME-DISP " " DI-OPERATOR " " DI-RUN-ID " "
                  DI-PROGRAM " " DI-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDOCGAP-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
