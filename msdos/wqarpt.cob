      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WQARPT.
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
      *    WQARPT is the monthly keying accuracy report from the
      *    supervisor QA reviews in QAQUEUE.DAT (drawn by WQASAMP,
      *    decided on WQAREV):
      *
      *        WQARPT [YYYYMM]
      *
      *    With no month given it reports the month of the business
      *    processing date.  Every item reviewed in the month counts,
      *    whichever week it was drawn from.  WQARPT.RPT shows:
      *
      *        - each operator's items reviewed, correct and wrong,
      *          accuracy percent and most frequent error category,
      *          least accurate first;
      *        - the same by screen;
      *        - the wrong items by error category;
      *        - the shop's accuracy over the month.
      *
      *    Items drawn for weeks ending in the month that are still
      *    waiting for review are counted at the foot of the report
      *    and end the run with RETURN-CODE 4, so an incomplete month
      *    is not mistaken for a finished one.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAQUEUE-FILE ASSIGN TO "QAQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WQARPT-REPORT-FILE ASSIGN TO "WQARPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  QAQUEUE-FILE.
       01  QAQUEUE-FILE-RECORD        PIC X(175).

       FD  WQARPT-REPORT-FILE.
       01  WQARPT-REPORT-RECORD       PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       COPY "wqaitem.cpy".

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-MONTH                   PIC 9(6).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-QUEUE-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X.
           88  WS-EOF                           VALUE "Y".

      *    Error categories met in the month.
       01  WS-CAT-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CAT-MAX                 PIC 9(4)  VALUE 16.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY  OCCURS 16 TIMES
                             INDEXED BY WS-CAT-X.
               10  WS-CAT-NAME        PIC X(8).
               10  WS-CAT-WRONG       PIC 9(8)  COMP-5.
       01  WS-CAT-NUM                 PIC 9(4)  COMP-5.
       01  WS-TOP-NUM                 PIC 9(4)  COMP-5.
       01  WS-TOP-CAT                 PIC X(8).

      *    Per-operator totals.
       01  WS-OPR-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-OPR-MAX                 PIC 9(4)  VALUE 200.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-OPR-X, WS-OPR-Y.
               10  WS-OPR-NAME        PIC X(8).
               10  WS-OPR-REVIEWED    PIC 9(8)  COMP-5.
               10  WS-OPR-CORRECT     PIC 9(8)  COMP-5.
               10  WS-OPR-WRONG       PIC 9(8)  COMP-5.
               10  WS-OPR-ACCURACY    PIC 9(3)V99.
               10  WS-OPR-CAT-WRONG   PIC 9(8)  COMP-5 OCCURS 16.
       01  WS-OPR-HOLD.
           05  FILLER                 PIC X(8).
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(3)V99.
           05  FILLER                 PIC 9(8)  COMP-5 OCCURS 16.

      *    Per-screen totals.
       01  WS-SCR-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SCR-MAX                 PIC 9(4)  VALUE 200.
       01  WS-SCR-TABLE.
           05  WS-SCR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-SCR-X, WS-SCR-Y.
               10  WS-SCR-NAME        PIC X(40).
               10  WS-SCR-REVIEWED    PIC 9(8)  COMP-5.
               10  WS-SCR-CORRECT     PIC 9(8)  COMP-5.
               10  WS-SCR-WRONG       PIC 9(8)  COMP-5.
               10  WS-SCR-ACCURACY    PIC 9(3)V99.
       01  WS-SCR-HOLD.
           05  FILLER                 PIC X(40).
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(8)  COMP-5.
           05  FILLER                 PIC 9(3)V99.

       01  WS-SHOP-REVIEWED           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SHOP-CORRECT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SHOP-WRONG              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SHOP-ACCURACY           PIC 9(3)V99 VALUE ZERO.
       01  WS-PENDING-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-3            PIC ZZZ,ZZ9.
       01  WS-PCT-DISP                PIC ZZ9.99.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WQARPT.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 (1:6) IS NUMERIC
                   AND WS-ARG-1 (1:6) NOT = ZERO
               MOVE WS-ARG-1 (1:6) TO WS-MONTH
           ELSE
               CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
                   ON EXCEPTION
                       ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               END-CALL
               MOVE WS-BUSINESS-DATE (1:6) TO WS-MONTH
           END-IF.
           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           PERFORM TALLY-THE-QUEUE
               THRU TALLY-THE-QUEUE-EXIT.
           PERFORM COMPUTE-ACCURACY.
           PERFORM RANK-TABLES.
           PERFORM WRITE-ACCURACY-REPORT.

           MOVE WS-SHOP-ACCURACY TO WS-PCT-DISP.
           MOVE WS-SHOP-REVIEWED TO WS-COUNT-DISP.
           DISPLAY "WQARPT: " WS-COUNT-DISP " ITEM(S) REVIEWED IN "
                   WS-MONTH ", ACCURACY " WS-PCT-DISP
                   "% -- SEE WQARPT.RPT".
           IF WS-PENDING-COUNT > ZERO
               MOVE WS-PENDING-COUNT TO WS-COUNT-DISP
               DISPLAY "WQARPT: " WS-COUNT-DISP " ITEM(S) FROM THE "
                       "MONTH ARE STILL WAITING FOR REVIEW."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * ONE PASS OVER QAQUEUE.DAT.
      ******************************************************************

       TALLY-THE-QUEUE.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT QAQUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               GO TO TALLY-THE-QUEUE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ QAQUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE QAQUEUE-FILE-RECORD TO WQAITEM-RECORD
                       PERFORM TALLY-ONE-ITEM
                           THRU TALLY-ONE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE QAQUEUE-FILE.

       TALLY-THE-QUEUE-EXIT.
           EXIT.

       TALLY-ONE-ITEM.

           IF QA-PENDING
               IF QA-WEEK IS NUMERIC
                       AND QA-WEEK (1:6) = WS-MONTH
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF.
           IF NOT QA-CORRECT AND NOT QA-WRONG
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF.
           IF QA-REV-DATE IS NOT NUMERIC
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF.
           IF QA-REV-DATE (1:6) NOT = WS-MONTH
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF.

           PERFORM FIND-OPERATOR-ENTRY.
           IF WS-MATCH-NUM = ZERO
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF.
           SET WS-OPR-X TO WS-MATCH-NUM.
           PERFORM FIND-SCREEN-ENTRY.
           IF WS-MATCH-NUM = ZERO
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF.
           SET WS-SCR-X TO WS-MATCH-NUM.

           ADD 1 TO WS-SHOP-REVIEWED.
           ADD 1 TO WS-OPR-REVIEWED (WS-OPR-X).
           ADD 1 TO WS-SCR-REVIEWED (WS-SCR-X).
           IF QA-CORRECT
               ADD 1 TO WS-SHOP-CORRECT
               ADD 1 TO WS-OPR-CORRECT (WS-OPR-X)
               ADD 1 TO WS-SCR-CORRECT (WS-SCR-X)
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-SHOP-WRONG.
           ADD 1 TO WS-OPR-WRONG (WS-OPR-X).
           ADD 1 TO WS-SCR-WRONG (WS-SCR-X).
           PERFORM FIND-CATEGORY-ENTRY.
           IF WS-CAT-NUM > ZERO
               ADD 1 TO WS-CAT-WRONG (WS-CAT-NUM)
               ADD 1 TO WS-OPR-CAT-WRONG (WS-OPR-X, WS-CAT-NUM)
           END-IF.

       TALLY-ONE-ITEM-EXIT.
           EXIT.

       FIND-OPERATOR-ENTRY.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPR-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-OPR-NAME (WS-OPR-X) = QA-OPERATOR
                   SET WS-MATCH-NUM TO WS-OPR-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO AND WS-OPR-COUNT < WS-OPR-MAX
               ADD 1 TO WS-OPR-COUNT
               SET WS-OPR-X TO WS-OPR-COUNT
               INITIALIZE WS-OPR-ENTRY (WS-OPR-X)
               MOVE QA-OPERATOR TO WS-OPR-NAME (WS-OPR-X)
               MOVE WS-OPR-COUNT TO WS-MATCH-NUM
           END-IF.

       FIND-SCREEN-ENTRY.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X > WS-SCR-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-SCR-NAME (WS-SCR-X) = QA-APP
                   SET WS-MATCH-NUM TO WS-SCR-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO AND WS-SCR-COUNT < WS-SCR-MAX
               ADD 1 TO WS-SCR-COUNT
               SET WS-SCR-X TO WS-SCR-COUNT
               INITIALIZE WS-SCR-ENTRY (WS-SCR-X)
               MOVE QA-APP TO WS-SCR-NAME (WS-SCR-X)
               MOVE WS-SCR-COUNT TO WS-MATCH-NUM
           END-IF.

       FIND-CATEGORY-ENTRY.

           MOVE ZERO TO WS-CAT-NUM.
           PERFORM VARYING WS-CAT-X FROM 1 BY 1
                   UNTIL WS-CAT-X > WS-CAT-COUNT
                      OR WS-CAT-NUM > ZERO
               IF WS-CAT-NAME (WS-CAT-X) = QA-CATEGORY
                   SET WS-CAT-NUM TO WS-CAT-X
               END-IF
           END-PERFORM.
           IF WS-CAT-NUM = ZERO AND WS-CAT-COUNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-COUNT
               MOVE QA-CATEGORY TO WS-CAT-NAME (WS-CAT-COUNT)
               MOVE ZERO TO WS-CAT-WRONG (WS-CAT-COUNT)
               MOVE WS-CAT-COUNT TO WS-CAT-NUM
           END-IF.

      ******************************************************************
      * ACCURACY = CORRECT PER 100 REVIEWED; LEAST ACCURATE FIRST.
      ******************************************************************

       COMPUTE-ACCURACY.

           IF WS-SHOP-REVIEWED > ZERO
               COMPUTE WS-SHOP-ACCURACY ROUNDED =
                   WS-SHOP-CORRECT * 100 / WS-SHOP-REVIEWED
           END-IF.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPR-COUNT
               COMPUTE WS-OPR-ACCURACY (WS-OPR-X) ROUNDED =
                   WS-OPR-CORRECT (WS-OPR-X) * 100
                   / WS-OPR-REVIEWED (WS-OPR-X)
           END-PERFORM.
           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X > WS-SCR-COUNT
               COMPUTE WS-SCR-ACCURACY (WS-SCR-X) ROUNDED =
                   WS-SCR-CORRECT (WS-SCR-X) * 100
                   / WS-SCR-REVIEWED (WS-SCR-X)
           END-PERFORM.

       RANK-TABLES.

           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X >= WS-OPR-COUNT
               PERFORM VARYING WS-OPR-Y FROM WS-OPR-X BY 1
                       UNTIL WS-OPR-Y > WS-OPR-COUNT
                   IF WS-OPR-ACCURACY (WS-OPR-Y)
                           < WS-OPR-ACCURACY (WS-OPR-X)
                       MOVE WS-OPR-ENTRY (WS-OPR-X) TO WS-OPR-HOLD
                       MOVE WS-OPR-ENTRY (WS-OPR-Y)
                           TO WS-OPR-ENTRY (WS-OPR-X)
                       MOVE WS-OPR-HOLD TO WS-OPR-ENTRY (WS-OPR-Y)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X >= WS-SCR-COUNT
               PERFORM VARYING WS-SCR-Y FROM WS-SCR-X BY 1
                       UNTIL WS-SCR-Y > WS-SCR-COUNT
                   IF WS-SCR-ACCURACY (WS-SCR-Y)
                           < WS-SCR-ACCURACY (WS-SCR-X)
                       MOVE WS-SCR-ENTRY (WS-SCR-X) TO WS-SCR-HOLD
                       MOVE WS-SCR-ENTRY (WS-SCR-Y)
                           TO WS-SCR-ENTRY (WS-SCR-X)
                       MOVE WS-SCR-HOLD TO WS-SCR-ENTRY (WS-SCR-Y)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * THE REPORT.
      ******************************************************************

       WRITE-ACCURACY-REPORT.

           OPEN OUTPUT WQARPT-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WQARPT - QA KEYING ACCURACY FOR THE MONTH " WS-MONTH
                  "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.

      *    Operators.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "OPERATORS, LEAST ACCURATE FIRST" TO WS-REPORT-LINE.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "OPERATOR" TO WS-REPORT-LINE (3:8).
           MOVE "REVIEWED" TO WS-REPORT-LINE (13:8).
           MOVE "CORRECT" TO WS-REPORT-LINE (23:7).
           MOVE "WRONG" TO WS-REPORT-LINE (34:5).
           MOVE "ACCURACY" TO WS-REPORT-LINE (41:8).
           MOVE "MOST COMMON ERROR" TO WS-REPORT-LINE (51:17).
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPR-COUNT
               MOVE ZERO TO WS-TOP-NUM
               MOVE SPACES TO WS-TOP-CAT
               PERFORM VARYING WS-CAT-X FROM 1 BY 1
                       UNTIL WS-CAT-X > WS-CAT-COUNT
                   IF WS-OPR-CAT-WRONG (WS-OPR-X, WS-CAT-X)
                           > WS-TOP-NUM
                       MOVE WS-OPR-CAT-WRONG (WS-OPR-X, WS-CAT-X)
                           TO WS-TOP-NUM
                       MOVE WS-CAT-NAME (WS-CAT-X) TO WS-TOP-CAT
                   END-IF
               END-PERFORM
               MOVE WS-OPR-REVIEWED (WS-OPR-X) TO WS-COUNT-DISP
               MOVE WS-OPR-CORRECT (WS-OPR-X) TO WS-COUNT-DISP-2
               MOVE WS-OPR-WRONG (WS-OPR-X) TO WS-COUNT-DISP-3
               MOVE WS-OPR-ACCURACY (WS-OPR-X) TO WS-PCT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-OPR-NAME (WS-OPR-X)
                      "   " WS-COUNT-DISP "  " WS-COUNT-DISP-2
                      "  " WS-COUNT-DISP-3 "   " WS-PCT-DISP "%"
                      "   " WS-TOP-CAT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-OPR-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    Screens.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "SCREENS, LEAST ACCURATE FIRST" TO WS-REPORT-LINE.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "SCREEN" TO WS-REPORT-LINE (3:6).
           MOVE "REVIEWED" TO WS-REPORT-LINE (45:8).
           MOVE "CORRECT" TO WS-REPORT-LINE (55:7).
           MOVE "WRONG" TO WS-REPORT-LINE (66:5).
           MOVE "ACCURACY" TO WS-REPORT-LINE (73:8).
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SCR-X FROM 1 BY 1
                   UNTIL WS-SCR-X > WS-SCR-COUNT
               MOVE WS-SCR-REVIEWED (WS-SCR-X) TO WS-COUNT-DISP
               MOVE WS-SCR-CORRECT (WS-SCR-X) TO WS-COUNT-DISP-2
               MOVE WS-SCR-WRONG (WS-SCR-X) TO WS-COUNT-DISP-3
               MOVE WS-SCR-ACCURACY (WS-SCR-X) TO WS-PCT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-SCR-NAME (WS-SCR-X)
                      "   " WS-COUNT-DISP "  " WS-COUNT-DISP-2
                      "  " WS-COUNT-DISP-3 "   " WS-PCT-DISP "%"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-SCR-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    Error categories.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "WRONG ITEMS BY ERROR CATEGORY" TO WS-REPORT-LINE.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-CAT-X FROM 1 BY 1
                   UNTIL WS-CAT-X > WS-CAT-COUNT
               MOVE WS-CAT-WRONG (WS-CAT-X) TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-CAT-NAME (WS-CAT-X) "  " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-CAT-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SHOP-REVIEWED TO WS-COUNT-DISP.
           MOVE WS-SHOP-WRONG TO WS-COUNT-DISP-2.
           MOVE WS-SHOP-ACCURACY TO WS-PCT-DISP.
           STRING "REVIEWED " WS-COUNT-DISP "  WRONG " WS-COUNT-DISP-2
                  "  SHOP ACCURACY " WS-PCT-DISP "%"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-PENDING-COUNT > ZERO
               MOVE WS-PENDING-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STILL WAITING FOR REVIEW FROM THE MONTH'S WEEKS "
                      WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WQARPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           CLOSE WQARPT-REPORT-FILE.

       STOP-RUN.

           STOP RUN.
