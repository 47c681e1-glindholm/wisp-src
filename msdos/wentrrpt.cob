      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WENTRRPT.
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
           07/29/91.
       DATE-COMPILED.
      *
      *    WENTRRPT is the weekly entry-error analysis.  WMFNGETPARM
      *    writes a GPERRLOG record for every submission a field edit
      *    turns back (REASON=REQUIRED or NUMERIC, one record per
      *    failing field), every double-key mismatch (DBLKEY), and
      *    every screen the operator starts on and then leaves by
      *    PF16 or the idle timeout (ABANDON, field 00).  PERFLOG has
      *    one record for every screen shown, which is the count the
      *    errors are rated against.
      *
      *        WENTRRPT [YYYYMMDD]
      *
      *    The date is the last day of the week; with none given it
      *    is the business processing date, and the week is that day
      *    and the six before it.  Both logs are read archive-aware,
      *    the same way WPERFRPT reads PERFLOG.  WENTRRPT.RPT shows
      *
      *      - screens ranked by errors per 100 screens submitted,
      *        with the abandons broken out;
      *      - screen fields ranked the same way, by reason;
      *      - each operator's rate against the shop average, worst
      *        first, so training goes where it is needed.
      *
      *    Training-mode keystrokes are never logged.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFLOG-FILE ASSIGN TO "PERFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-FILE-STATUS.
           SELECT GPERRLOG-FILE ASSIGN TO "GPERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.
           SELECT WS-ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT WENTRRPT-REPORT-FILE ASSIGN TO "WENTRRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  PERFLOG-FILE.
       01  PERFLOG-RECORD.
           05  PF-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  PF-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X(5).
           05  PF-REC-APP             PIC X(40).
           05  FILLER                 PIC X(10).
           05  PF-REC-OPERATOR        PIC X(40).
           05  FILLER                 PIC X(9).
           05  PF-REC-ELAPSED         PIC X(6).
           05  FILLER                 PIC X(12).

       FD  GPERRLOG-FILE.
       01  GPERRLOG-RECORD.
           05  GE-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  GE-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X(5).
           05  GE-REC-APP             PIC X(40).
           05  FILLER                 PIC X(10).
           05  GE-REC-OPERATOR        PIC X(40).
           05  FILLER                 PIC X(7).
           05  GE-REC-FIELD           PIC 99.
           05  FILLER                 PIC X(8).
           05  GE-REC-REASON          PIC X(8).
           05  FILLER                 PIC X(12).

       FD  WS-ARCH-FILE.
       01  WS-ARCH-RECORD             PIC X(2000).

       FD  WENTRRPT-REPORT-FILE.
       01  WENTRRPT-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(20).
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-DATE-INTEGER            PIC 9(8)  COMP-5.
       01  WS-RUN-ID                  PIC X(20).

       01  WS-PERF-FILE-STATUS        PIC XX.
       01  WS-ERR-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-PERF-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-PERF-EOF                      VALUE "Y".
       01  WS-ERR-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-ERR-EOF                       VALUE "Y".

      *    Archive-aware range reading, as WPERFRPT -- WS-ARCH-STEM
      *    says which of the two logs the segments belong to.
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STATUS             PIC XX.
       01  WS-ARCH-EOF-SWITCH         PIC X.
           88  WS-ARCH-EOF                      VALUE "Y".
       01  WS-ARCH-STEM               PIC X(8).
       01  WS-ARCH-INDEX              PIC 9(4) COMP.
       01  WS-ARCH-RETURN             PIC 9.
       01  WS-SEG-USED-COUNT          PIC 9(4) COMP-5 VALUE ZERO.
       01  WS-SEG-USED-TABLE.
           05  WS-SEG-USED            PIC X(20) OCCURS 20.

      *    Per-screen totals.
       01  WS-SCR-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SCR-MAX                 PIC 9(4)  VALUE 200.
       01  WS-SCR-TABLE.
           05  WS-SCR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-SCR-X, WS-SCR-Y.
               10  WS-SCR-NAME        PIC X(40).
               10  WS-SCR-SUBMITS     PIC 9(8)  COMP-5.
               10  WS-SCR-ERRORS      PIC 9(8)  COMP-5.
               10  WS-SCR-ABANDONS    PIC 9(8)  COMP-5.
               10  WS-SCR-RATE        PIC 9(5)V99.
       01  WS-SCR-HOLD.
           05  FILLER                 PIC X(40).
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(5)V99.

      *    Per-field totals -- screen plus FIELD-TABLE entry number.
       01  WS-FLD-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-FLD-MAX                 PIC 9(4)  VALUE 500.
       01  WS-FLD-TABLE.
           05  WS-FLD-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-FLD-X, WS-FLD-Y.
               10  WS-FLD-APP         PIC X(40).
               10  WS-FLD-NUM         PIC 99.
               10  WS-FLD-ERRORS      PIC 9(8)  COMP-5.
               10  WS-FLD-REQUIRED    PIC 9(8)  COMP-5.
               10  WS-FLD-NUMERIC     PIC 9(8)  COMP-5.
               10  WS-FLD-DBLKEY      PIC 9(8)  COMP-5.
               10  WS-FLD-RATE        PIC 9(5)V99.
       01  WS-FLD-HOLD.
           05  FILLER                 PIC X(40).
           05  FILLER                 PIC 99.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(5)V99.

      *    Per-operator totals.
       01  WS-OPR-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-OPR-MAX                 PIC 9(4)  VALUE 200.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-OPR-X, WS-OPR-Y.
               10  WS-OPR-NAME        PIC X(40).
               10  WS-OPR-SUBMITS     PIC 9(8)  COMP-5.
               10  WS-OPR-ERRORS      PIC 9(8)  COMP-5.
               10  WS-OPR-RATE        PIC 9(5)V99.
       01  WS-OPR-HOLD.
           05  FILLER                 PIC X(40).
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(5)V99.

       01  WS-SHOP-SUBMITS            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SHOP-ERRORS             PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SHOP-RATE               PIC 9(5)V99 VALUE ZERO.
       01  WS-RATE-DIFF               PIC S9(5)V99.
       01  WS-KEY-APP                 PIC X(40).
       01  WS-KEY-OPERATOR            PIC X(40).
       01  WS-KEY-FIELD               PIC 99.
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-RANK                    PIC 9(4)  COMP-5.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-RANK-DISP               PIC ZZ9.
       01  WS-COUNT-DISP              PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-3            PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-4            PIC ZZZ,ZZ9.
       01  WS-RATE-DISP               PIC ZZ,ZZ9.99.
       01  WS-DIFF-DISP               PIC ++,++9.99.
       01  WS-DATE-DISP               PIC 9(8).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WENTRRPT.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 (1:8) IS NUMERIC
                   AND WS-ARG-1 (1:8) NOT = ZERO
               MOVE WS-ARG-1 (1:8) TO WS-TO-DATE
           ELSE
               CALL "WBATDATE" USING "GET", WS-TO-DATE
                   ON EXCEPTION
                       ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
               END-CALL
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE) - 6.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           MOVE "PERFLOG" TO WS-ARCH-STEM.
           PERFORM PROCESS-ARCHIVE-SEGMENTS
               THRU PROCESS-ARCHIVE-SEGMENTS-EXIT.
           PERFORM TALLY-PERF-LOG
               THRU TALLY-PERF-LOG-EXIT.
           MOVE "GPERRLOG" TO WS-ARCH-STEM.
           PERFORM PROCESS-ARCHIVE-SEGMENTS
               THRU PROCESS-ARCHIVE-SEGMENTS-EXIT.
           PERFORM TALLY-ERROR-LOG
               THRU TALLY-ERROR-LOG-EXIT.

           PERFORM COMPUTE-RATES.
           PERFORM RANK-TABLES.
           PERFORM WRITE-ENTRY-ERROR-REPORT.

           MOVE WS-SHOP-ERRORS TO WS-COUNT-DISP.
           MOVE WS-SHOP-RATE TO WS-RATE-DISP.
           DISPLAY "WENTRRPT: " WS-COUNT-DISP " ENTRY ERROR(S), "
                   WS-RATE-DISP " PER 100 SCREENS -- SEE WENTRRPT.RPT".

           GO TO STOP-RUN.

      ******************************************************************
      * THE WEEK'S SCREENS FROM THE LIVE PERFLOG -- THE DENOMINATORS.
      ******************************************************************

       TALLY-PERF-LOG.

           OPEN INPUT PERFLOG-FILE.
           IF WS-PERF-FILE-STATUS NOT = "00"
               GO TO TALLY-PERF-LOG-EXIT
           END-IF.
           PERFORM UNTIL WS-PERF-EOF
               READ PERFLOG-FILE
                   AT END
                       SET WS-PERF-EOF TO TRUE
                   NOT AT END
                       IF PF-REC-DATE NOT < WS-FROM-DATE
                               AND PF-REC-DATE NOT > WS-TO-DATE
                           PERFORM TALLY-ONE-SCREEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERFLOG-FILE.

       TALLY-PERF-LOG-EXIT.
           EXIT.

       TALLY-ONE-SCREEN.

           MOVE PF-REC-APP TO WS-KEY-APP.
           MOVE PF-REC-OPERATOR TO WS-KEY-OPERATOR.
           PERFORM FIND-SCREEN-ENTRY.
           IF WS-MATCH-NUM > ZERO
               ADD 1 TO WS-SCR-SUBMITS (WS-SCR-X)
           END-IF.
           PERFORM FIND-OPERATOR-ENTRY.
           IF WS-MATCH-NUM > ZERO
               ADD 1 TO WS-OPR-SUBMITS (WS-OPR-X)
           END-IF.
           ADD 1 TO WS-SHOP-SUBMITS.

      ******************************************************************
      * THE WEEK'S ENTRY ERRORS FROM THE LIVE GPERRLOG.
      ******************************************************************

       TALLY-ERROR-LOG.

           OPEN INPUT GPERRLOG-FILE.
           IF WS-ERR-FILE-STATUS NOT = "00"
               GO TO TALLY-ERROR-LOG-EXIT
           END-IF.
           PERFORM UNTIL WS-ERR-EOF
               READ GPERRLOG-FILE
                   AT END
                       SET WS-ERR-EOF TO TRUE
                   NOT AT END
                       IF GE-REC-DATE NOT < WS-FROM-DATE
                               AND GE-REC-DATE NOT > WS-TO-DATE
                           PERFORM TALLY-ONE-ERROR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GPERRLOG-FILE.

       TALLY-ERROR-LOG-EXIT.
           EXIT.

       TALLY-ONE-ERROR.

           MOVE GE-REC-APP TO WS-KEY-APP.
           MOVE GE-REC-OPERATOR TO WS-KEY-OPERATOR.
           MOVE GE-REC-FIELD TO WS-KEY-FIELD.
           PERFORM FIND-SCREEN-ENTRY.
           IF WS-MATCH-NUM > ZERO
               IF GE-REC-REASON = "ABANDON"
                   ADD 1 TO WS-SCR-ABANDONS (WS-SCR-X)
               ELSE
                   ADD 1 TO WS-SCR-ERRORS (WS-SCR-X)
               END-IF
           END-IF.
           PERFORM FIND-OPERATOR-ENTRY.
           IF WS-MATCH-NUM > ZERO
               ADD 1 TO WS-OPR-ERRORS (WS-OPR-X)
           END-IF.
           ADD 1 TO WS-SHOP-ERRORS.
           IF GE-REC-REASON NOT = "ABANDON"
                   AND GE-REC-FIELD IS NUMERIC
                   AND GE-REC-FIELD > ZERO
               PERFORM FIND-FIELD-ENTRY
               IF WS-MATCH-NUM > ZERO
                   ADD 1 TO WS-FLD-ERRORS (WS-FLD-X)
                   EVALUATE GE-REC-REASON
                       WHEN "REQUIRED"
                           ADD 1 TO WS-FLD-REQUIRED (WS-FLD-X)
                       WHEN "NUMERIC"
                           ADD 1 TO WS-FLD-NUMERIC (WS-FLD-X)
                       WHEN "DBLKEY"
                           ADD 1 TO WS-FLD-DBLKEY (WS-FLD-X)
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * TABLE LOOKUPS -- ADD THE ENTRY WHEN IT IS NEW AND THERE IS
      * ROOM; WS-MATCH-NUM IS ZERO WHEN THE TABLE IS FULL.
      ******************************************************************

       FIND-SCREEN-ENTRY.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X > WS-SCR-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-SCR-NAME (WS-SCR-X) = WS-KEY-APP
                   SET WS-MATCH-NUM TO WS-SCR-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               IF WS-SCR-COUNT < WS-SCR-MAX
                   ADD 1 TO WS-SCR-COUNT
                   SET WS-SCR-X TO WS-SCR-COUNT
                   MOVE WS-KEY-APP TO WS-SCR-NAME (WS-SCR-X)
                   MOVE ZERO TO WS-SCR-SUBMITS (WS-SCR-X)
                   MOVE ZERO TO WS-SCR-ERRORS (WS-SCR-X)
                   MOVE ZERO TO WS-SCR-ABANDONS (WS-SCR-X)
                   MOVE ZERO TO WS-SCR-RATE (WS-SCR-X)
                   MOVE WS-SCR-COUNT TO WS-MATCH-NUM
               END-IF
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-SCR-X TO WS-MATCH-NUM
           END-IF.

       FIND-OPERATOR-ENTRY.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPR-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-OPR-NAME (WS-OPR-X) = WS-KEY-OPERATOR
                   SET WS-MATCH-NUM TO WS-OPR-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               IF WS-OPR-COUNT < WS-OPR-MAX
                   ADD 1 TO WS-OPR-COUNT
                   SET WS-OPR-X TO WS-OPR-COUNT
                   MOVE WS-KEY-OPERATOR TO WS-OPR-NAME (WS-OPR-X)
                   MOVE ZERO TO WS-OPR-SUBMITS (WS-OPR-X)
                   MOVE ZERO TO WS-OPR-ERRORS (WS-OPR-X)
                   MOVE ZERO TO WS-OPR-RATE (WS-OPR-X)
                   MOVE WS-OPR-COUNT TO WS-MATCH-NUM
               END-IF
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-OPR-X TO WS-MATCH-NUM
           END-IF.

       FIND-FIELD-ENTRY.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-FLD-X FROM 1 BY 1
                   UNTIL WS-FLD-X > WS-FLD-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-FLD-APP (WS-FLD-X) = WS-KEY-APP
                       AND WS-FLD-NUM (WS-FLD-X) = WS-KEY-FIELD
                   SET WS-MATCH-NUM TO WS-FLD-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               IF WS-FLD-COUNT < WS-FLD-MAX
                   ADD 1 TO WS-FLD-COUNT
                   SET WS-FLD-X TO WS-FLD-COUNT
                   MOVE WS-KEY-APP TO WS-FLD-APP (WS-FLD-X)
                   MOVE WS-KEY-FIELD TO WS-FLD-NUM (WS-FLD-X)
                   MOVE ZERO TO WS-FLD-ERRORS (WS-FLD-X)
                   MOVE ZERO TO WS-FLD-REQUIRED (WS-FLD-X)
                   MOVE ZERO TO WS-FLD-NUMERIC (WS-FLD-X)
                   MOVE ZERO TO WS-FLD-DBLKEY (WS-FLD-X)
                   MOVE ZERO TO WS-FLD-RATE (WS-FLD-X)
                   MOVE WS-FLD-COUNT TO WS-MATCH-NUM
               END-IF
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-FLD-X TO WS-MATCH-NUM
           END-IF.

      ******************************************************************
      * THE RELEVANT ARCHIVE SEGMENTS OF WS-ARCH-STEM, OLDEST FIRST --
      * EVERY RECORD WAS ARCHIVED EXACTLY ONCE, SO SEGMENTS PLUS THE
      * LIVE FILE COVER THE WEEK WITHOUT DOUBLE COUNTING.
      ******************************************************************

       PROCESS-ARCHIVE-SEGMENTS.

           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-ARCHIVE-SEGMENT
               THRU READ-ONE-ARCHIVE-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

       PROCESS-ARCHIVE-SEGMENTS-EXIT.
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

           MOVE "N" TO WS-ARCH-EOF-SWITCH.
           OPEN INPUT WS-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               GO TO READ-ONE-ARCHIVE-SEGMENT-EXIT
           END-IF.
           IF WS-SEG-USED-COUNT < 20
               ADD 1 TO WS-SEG-USED-COUNT
               MOVE WS-ARCH-NAME TO WS-SEG-USED (WS-SEG-USED-COUNT)
           END-IF.
           PERFORM UNTIL WS-ARCH-EOF
               READ WS-ARCH-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-ARCH-FILE.

       READ-ONE-ARCHIVE-SEGMENT-EXIT.
           EXIT.

       TALLY-ONE-ARCHIVE-RECORD.

           IF WS-ARCH-STEM = "PERFLOG"
               MOVE WS-ARCH-RECORD TO PERFLOG-RECORD
               IF PF-REC-DATE NOT < WS-FROM-DATE
                       AND PF-REC-DATE NOT > WS-TO-DATE
                   PERFORM TALLY-ONE-SCREEN
               END-IF
           ELSE
               MOVE WS-ARCH-RECORD TO GPERRLOG-RECORD
               IF GE-REC-DATE NOT < WS-FROM-DATE
                       AND GE-REC-DATE NOT > WS-TO-DATE
                   PERFORM TALLY-ONE-ERROR
               END-IF
           END-IF.

      ******************************************************************
      * ERRORS PER 100 SCREENS -- A FIELD IS RATED AGAINST ITS OWN
      * SCREEN'S COUNT.  NO SCREENS SEEN LEAVES THE RATE AT ZERO.
      ******************************************************************

       COMPUTE-RATES.

           IF WS-SHOP-SUBMITS > ZERO
               COMPUTE WS-SHOP-RATE ROUNDED =
                   WS-SHOP-ERRORS * 100 / WS-SHOP-SUBMITS
           END-IF.
           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X > WS-SCR-COUNT
               IF WS-SCR-SUBMITS (WS-SCR-X) > ZERO
                   COMPUTE WS-SCR-RATE (WS-SCR-X) ROUNDED =
                       (WS-SCR-ERRORS (WS-SCR-X)
                        + WS-SCR-ABANDONS (WS-SCR-X)) * 100
                       / WS-SCR-SUBMITS (WS-SCR-X)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPR-COUNT
               IF WS-OPR-SUBMITS (WS-OPR-X) > ZERO
                   COMPUTE WS-OPR-RATE (WS-OPR-X) ROUNDED =
                       WS-OPR-ERRORS (WS-OPR-X) * 100
                       / WS-OPR-SUBMITS (WS-OPR-X)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FLD-X FROM 1 BY 1
                   UNTIL WS-FLD-X > WS-FLD-COUNT
               MOVE WS-FLD-APP (WS-FLD-X) TO WS-KEY-APP
               PERFORM FIND-SCREEN-ENTRY
               IF WS-MATCH-NUM > ZERO
                   IF WS-SCR-SUBMITS (WS-SCR-X) > ZERO
                       COMPUTE WS-FLD-RATE (WS-FLD-X) ROUNDED =
                           WS-FLD-ERRORS (WS-FLD-X) * 100
                           / WS-SCR-SUBMITS (WS-SCR-X)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * WORST FIRST -- A STRAIGHT EXCHANGE SORT OF EACH TABLE ON ITS
      * RATE; THE TABLES ARE A WEEK OF ONE SHOP'S SCREENS.
      ******************************************************************

       RANK-TABLES.

           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X >= WS-SCR-COUNT
               PERFORM VARYING WS-SCR-Y FROM WS-SCR-X BY 1
                       UNTIL WS-SCR-Y > WS-SCR-COUNT
                   IF WS-SCR-RATE (WS-SCR-Y) > WS-SCR-RATE (WS-SCR-X)
                       MOVE WS-SCR-ENTRY (WS-SCR-X) TO WS-SCR-HOLD
                       MOVE WS-SCR-ENTRY (WS-SCR-Y)
                           TO WS-SCR-ENTRY (WS-SCR-X)
                       MOVE WS-SCR-HOLD TO WS-SCR-ENTRY (WS-SCR-Y)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-FLD-X FROM 1 BY 1
                   UNTIL WS-FLD-X >= WS-FLD-COUNT
               PERFORM VARYING WS-FLD-Y FROM WS-FLD-X BY 1
                       UNTIL WS-FLD-Y > WS-FLD-COUNT
                   IF WS-FLD-RATE (WS-FLD-Y) > WS-FLD-RATE (WS-FLD-X)
                       MOVE WS-FLD-ENTRY (WS-FLD-X) TO WS-FLD-HOLD
                       MOVE WS-FLD-ENTRY (WS-FLD-Y)
                           TO WS-FLD-ENTRY (WS-FLD-X)
                       MOVE WS-FLD-HOLD TO WS-FLD-ENTRY (WS-FLD-Y)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X >= WS-OPR-COUNT
               PERFORM VARYING WS-OPR-Y FROM WS-OPR-X BY 1
                       UNTIL WS-OPR-Y > WS-OPR-COUNT
                   IF WS-OPR-RATE (WS-OPR-Y) > WS-OPR-RATE (WS-OPR-X)
                       MOVE WS-OPR-ENTRY (WS-OPR-X) TO WS-OPR-HOLD
                       MOVE WS-OPR-ENTRY (WS-OPR-Y)
                           TO WS-OPR-ENTRY (WS-OPR-X)
                       MOVE WS-OPR-HOLD TO WS-OPR-ENTRY (WS-OPR-Y)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * THE REPORT.
      ******************************************************************

       WRITE-ENTRY-ERROR-REPORT.

           OPEN OUTPUT WENTRRPT-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WENTRRPT - ENTRY ERRORS FOR THE WEEK "
                  WS-FROM-DATE " TO " WS-TO-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-ARCH-INDEX FROM 1 BY 1
                   UNTIL WS-ARCH-INDEX > WS-SEG-USED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ARCHIVE SEGMENT READ: "
                      WS-SEG-USED (WS-ARCH-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

      *    Screens.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "SCREENS BY ERROR RATE (ERRORS PER 100 SCREENS)"
               TO WS-REPORT-LINE.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "RANK" TO WS-REPORT-LINE (2:4).
           MOVE "SCREEN" TO WS-REPORT-LINE (8:6).
           MOVE "SCREENS" TO WS-REPORT-LINE (49:7).
           MOVE "ERRORS" TO WS-REPORT-LINE (59:6).
           MOVE "ABANDON" TO WS-REPORT-LINE (67:7).
           MOVE "PER 100" TO WS-REPORT-LINE (78:7).
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X > WS-SCR-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-RANK-DISP
               MOVE WS-SCR-SUBMITS (WS-SCR-X) TO WS-COUNT-DISP
               MOVE WS-SCR-ERRORS (WS-SCR-X) TO WS-COUNT-DISP-2
               MOVE WS-SCR-ABANDONS (WS-SCR-X) TO WS-COUNT-DISP-3
               MOVE WS-SCR-RATE (WS-SCR-X) TO WS-RATE-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-RANK-DISP "  " WS-SCR-NAME (WS-SCR-X)
                      " " WS-COUNT-DISP "  " WS-COUNT-DISP-2
                      "  " WS-COUNT-DISP-3 "  " WS-RATE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-SCR-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    Fields.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "FIELDS BY ERROR RATE (ERRORS PER 100 OF THE SCREEN)"
               TO WS-REPORT-LINE.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "RANK" TO WS-REPORT-LINE (2:4).
           MOVE "SCREEN" TO WS-REPORT-LINE (8:6).
           MOVE "FLD" TO WS-REPORT-LINE (49:3).
           MOVE "ERRORS" TO WS-REPORT-LINE (55:6).
           MOVE "REQUIRED" TO WS-REPORT-LINE (62:8).
           MOVE "NUMERIC" TO WS-REPORT-LINE (72:7).
           MOVE "DBLKEY" TO WS-REPORT-LINE (82:6).
           MOVE "PER 100" TO WS-REPORT-LINE (92:7).
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-FLD-X FROM 1 BY 1
                   UNTIL WS-FLD-X > WS-FLD-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-RANK-DISP
               MOVE WS-FLD-ERRORS (WS-FLD-X) TO WS-COUNT-DISP
               MOVE WS-FLD-REQUIRED (WS-FLD-X) TO WS-COUNT-DISP-2
               MOVE WS-FLD-NUMERIC (WS-FLD-X) TO WS-COUNT-DISP-3
               MOVE WS-FLD-DBLKEY (WS-FLD-X) TO WS-COUNT-DISP-4
               MOVE WS-FLD-RATE (WS-FLD-X) TO WS-RATE-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-RANK-DISP "  " WS-FLD-APP (WS-FLD-X)
                      "  " WS-FLD-NUM (WS-FLD-X)
                      "  " WS-COUNT-DISP "  " WS-COUNT-DISP-2
                      "  " WS-COUNT-DISP-3 "  " WS-COUNT-DISP-4
                      "  " WS-RATE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-FLD-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    Operators against the shop.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SHOP-RATE TO WS-RATE-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATORS AGAINST THE SHOP AVERAGE OF "
                  WS-RATE-DISP " ERRORS PER 100 SCREENS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "RANK" TO WS-REPORT-LINE (2:4).
           MOVE "OPERATOR" TO WS-REPORT-LINE (8:8).
           MOVE "SCREENS" TO WS-REPORT-LINE (30:7).
           MOVE "ERRORS" TO WS-REPORT-LINE (40:6).
           MOVE "PER 100" TO WS-REPORT-LINE (50:7).
           MOVE "VS SHOP" TO WS-REPORT-LINE (61:7).
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPR-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-RANK-DISP
               MOVE WS-OPR-SUBMITS (WS-OPR-X) TO WS-COUNT-DISP
               MOVE WS-OPR-ERRORS (WS-OPR-X) TO WS-COUNT-DISP-2
               MOVE WS-OPR-RATE (WS-OPR-X) TO WS-RATE-DISP
               COMPUTE WS-RATE-DIFF =
                   WS-OPR-RATE (WS-OPR-X) - WS-SHOP-RATE
               MOVE WS-RATE-DIFF TO WS-DIFF-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-RANK-DISP "  "
                      WS-OPR-NAME (WS-OPR-X) (1:20)
                      "  " WS-COUNT-DISP "  " WS-COUNT-DISP-2
                      "  " WS-RATE-DISP "  " WS-DIFF-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-OPR-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SHOP-SUBMITS TO WS-COUNT-DISP.
           MOVE WS-SHOP-ERRORS TO WS-COUNT-DISP-2.
           STRING "SCREENS " WS-COUNT-DISP "  ENTRY ERRORS "
                  WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WENTRRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WENTRRPT-REPORT-FILE.

       STOP-RUN.

           STOP RUN.
