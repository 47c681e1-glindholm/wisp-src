      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WQASAMP.
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
      *    WQASAMP draws the week's supervisor QA sample.  Every
      *    submission an operator made on an audited screen that week
      *    -- a GTPMAUD record with KEY=00, not in training mode -- is
      *    grouped by operator and screen class (the screen's WGPSCRN
      *    LOCATION class; a screen with none is class GENERAL), and
      *    a random share of each group is queued in QAQUEUE.DAT for
      *    review from WQAREV:
      *
      *        WQASAMP [YYYYMMDD]
      *
      *    The date is the last day of the week; with none given it
      *    is the business processing date.  GTPMAUD is read
      *    archive-aware, as WPERFRPT reads PERFLOG.
      *
      *    The share is WISPCFG QASAMPPCT percent (default 5) of each
      *    group, at least one submission, and QANEWPCT percent
      *    (default 20) for an operator first seen within QANEWDAYS
      *    days (default 90).  WQASAMP keeps the first-seen dates in
      *    QAOPSEEN.DAT -- ID(8) sp YYYYMMDD(8), one operator per
      *    line -- adding each operator the first time it finds them.
      *    The first run, with no QAOPSEEN.DAT at all, records every
      *    operator it sees as established (00000000) so the whole
      *    shop is not weighted as new; an operator can be marked new
      *    by editing the date.
      *
      *    Within a group every submission is equally likely to be
      *    drawn and exactly the share is drawn (selection sampling
      *    over two passes of the same records).  A week already
      *    drawn is refused with RETURN-CODE 8, so a rerun cannot
      *    double the supervisors' queue.  WQASAMP.RPT lists each
      *    group with its count, the rate used and the items drawn.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GTPMAUD-FILE ASSIGN TO "GTPMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GTPMAUD-FILE-STATUS.
           SELECT WS-ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT WGPSCRN-FILE ASSIGN TO "WGPSCRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRN-FILE-STATUS.
           SELECT QAOPSEEN-FILE ASSIGN TO "QAOPSEEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEEN-FILE-STATUS.
           SELECT QAQUEUE-FILE ASSIGN TO "QAQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WQASAMP-REPORT-FILE ASSIGN TO "WQASAMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  GTPMAUD-FILE.
       01  GTPMAUD-RECORD.
           05  GA-REC-DATE            PIC X(8).
           05  FILLER                 PIC X.
           05  GA-REC-TIME            PIC X(8).
           05  FILLER                 PIC X(5).
           05  GA-REC-APP             PIC X(40).
           05  FILLER                 PIC X(10).
           05  GA-REC-OPERATOR        PIC X(40).
           05  GA-REC-TAIL            PIC X(1888).

       FD  WS-ARCH-FILE.
       01  WS-ARCH-RECORD             PIC X(2000).

       FD  WGPSCRN-FILE.
       01  WGPSCRN-RECORD             PIC X(100).

       FD  QAOPSEEN-FILE.
       01  QAOPSEEN-RECORD.
           05  QS-REC-OPERATOR        PIC X(8).
           05  FILLER                 PIC X.
           05  QS-REC-DATE            PIC X(8).

       FD  QAQUEUE-FILE.
       01  QAQUEUE-FILE-RECORD        PIC X(175).

       FD  WQASAMP-REPORT-FILE.
       01  WQASAMP-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       COPY "wqaitem.cpy".

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(20).
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-DATE-INTEGER            PIC 9(8)  COMP-5.
       01  WS-REC-DATE-NUM            PIC 9(8).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-GTPMAUD-FILE-STATUS     PIC XX.
       01  WS-SCRN-FILE-STATUS        PIC XX.
       01  WS-SEEN-FILE-STATUS        PIC XX.
       01  WS-QUEUE-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X.
           88  WS-EOF                           VALUE "Y".

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-SAMP-PCT                PIC 9(3)  VALUE 5.
       01  WS-NEW-PCT                 PIC 9(3)  VALUE 20.
       01  WS-NEW-DAYS                PIC 9(5)  VALUE 90.

      *    Archive-aware range reading, as WPERFRPT.
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STATUS             PIC XX.
       01  WS-ARCH-EOF-SWITCH         PIC X.
           88  WS-ARCH-EOF                      VALUE "Y".
       01  WS-ARCH-STEM               PIC X(8)  VALUE "GTPMAUD".
       01  WS-ARCH-INDEX              PIC 9(4) COMP.
       01  WS-ARCH-RETURN             PIC 9.
       01  WS-SEG-USED-COUNT          PIC 9(4) COMP-5 VALUE ZERO.
       01  WS-SEG-USED-TABLE.
           05  WS-SEG-USED            PIC X(20) OCCURS 20.

      *    Pass 1 counts the groups; pass 2 draws from them.
       01  WS-PASS-NUMBER             PIC 9.

      *    Screen classes from WGPSCRN.DAT.
       01  WS-SCRN-WORD-1             PIC X(8).
       01  WS-SCRN-WORD-2             PIC X(8).
       01  WS-SCRN-LAST               PIC X(8).
       01  WS-CLS-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-CLS-X.
               10  WS-CLS-SCREEN      PIC X(8).
               10  WS-CLS-CLASS       PIC X(8).
       01  WS-REC-CLASS               PIC X(8).

      *    Operator first-seen registry.
       01  WS-SEEN-FILE-SWITCH        PIC X     VALUE "N".
           88  WS-SEEN-FILE-FOUND               VALUE "Y".
       01  WS-SEEN-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SEEN-MAX                PIC 9(4)  VALUE 1000.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY  OCCURS 1000 TIMES
                              INDEXED BY WS-SEEN-X.
               10  WS-SEEN-OPERATOR   PIC X(8).
               10  WS-SEEN-DATE       PIC 9(8).
       01  WS-SEEN-ADDED              PIC 9(4)  COMP-5 VALUE ZERO.

      *    Operator/class groups.
       01  WS-GRP-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-GRP-MAX                 PIC 9(4)  VALUE 2000.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-GRP-X.
               10  WS-GRP-OPERATOR    PIC X(8).
               10  WS-GRP-CLASS       PIC X(8).
               10  WS-GRP-NEW         PIC X.
               10  WS-GRP-SUBMITS     PIC 9(8)  COMP-5.
               10  WS-GRP-PCT         PIC 9(3).
               10  WS-GRP-TARGET      PIC 9(8)  COMP-5.
               10  WS-GRP-LEFT        PIC 9(8)  COMP-5.
               10  WS-GRP-NEED        PIC 9(8)  COMP-5.
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-REC-OPERATOR            PIC X(8).

      *    The queue.
       01  WS-HIGH-ID                 PIC 9(8)  VALUE ZERO.
       01  WS-FIRST-ID                PIC 9(8)  VALUE ZERO.
       01  WS-WEEK-DRAWN-SWITCH       PIC X     VALUE "N".
           88  WS-WEEK-DRAWN                    VALUE "Y".

       01  WS-TAG-HITS                PIC 9(4)  COMP-5.
       01  WS-TRAINING-HITS           PIC 9(4)  COMP-5.
       01  WS-SEED                    PIC 9(8).
       01  WS-DRAW-POINT              PIC 9(8)V9(6).
       01  WS-TOTAL-SUBMITS           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-DRAWN             PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZ9.
       01  WS-PCT-DISP                PIC ZZ9.
       01  WS-DAYS-DISP               PIC ZZ,ZZ9.
       01  WS-ID-DISP                 PIC Z(7)9.
       01  WS-ID-DISP-2               PIC Z(7)9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WQASAMP.

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

           MOVE "QASAMPPCT" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-SAMP-PCT
           END-IF.
           MOVE "QANEWPCT" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-NEW-PCT
           END-IF.
           MOVE "QANEWDAYS" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-NEW-DAYS
           END-IF.
           IF WS-SAMP-PCT > 100
               MOVE 100 TO WS-SAMP-PCT
           END-IF.
           IF WS-NEW-PCT > 100
               MOVE 100 TO WS-NEW-PCT
           END-IF.

           PERFORM CHECK-THE-QUEUE
               THRU CHECK-THE-QUEUE-EXIT.
           IF WS-WEEK-DRAWN
               DISPLAY "WQASAMP: THE WEEK ENDING " WS-TO-DATE
                       " IS ALREADY DRAWN -- NOTHING QUEUED."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM LOAD-SCREEN-CLASSES
               THRU LOAD-SCREEN-CLASSES-EXIT.
           PERFORM LOAD-SEEN-REGISTRY
               THRU LOAD-SEEN-REGISTRY-EXIT.

           MOVE 1 TO WS-PASS-NUMBER.
           PERFORM SCAN-THE-WEEK
               THRU SCAN-THE-WEEK-EXIT.

           PERFORM REWRITE-SEEN-REGISTRY.
           PERFORM SET-GROUP-TARGETS.

           ACCEPT WS-SEED FROM TIME.
           COMPUTE WS-DRAW-POINT = FUNCTION RANDOM (WS-SEED).
           OPEN EXTEND QAQUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS = "35"
               OPEN OUTPUT QAQUEUE-FILE
           END-IF.
           COMPUTE WS-FIRST-ID = WS-HIGH-ID + 1.
           MOVE 2 TO WS-PASS-NUMBER.
           PERFORM SCAN-THE-WEEK
               THRU SCAN-THE-WEEK-EXIT.
           CLOSE QAQUEUE-FILE.

           PERFORM WRITE-SAMPLE-REPORT.

           MOVE WS-TOTAL-DRAWN TO WS-COUNT-DISP.
           DISPLAY "WQASAMP: " WS-COUNT-DISP " ITEM(S) QUEUED FOR QA "
                   "REVIEW -- SEE WQASAMP.RPT".

           GO TO STOP-RUN.

      ******************************************************************
      * THE QUEUE SO FAR -- THE HIGHEST ITEM NUMBER, AND WHETHER THIS
      * WEEK HAS BEEN DRAWN ALREADY.
      ******************************************************************

       CHECK-THE-QUEUE.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT QAQUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               GO TO CHECK-THE-QUEUE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ QAQUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE QAQUEUE-FILE-RECORD TO WQAITEM-RECORD
                       IF QA-ITEM-ID IS NUMERIC
                               AND QA-ITEM-ID > WS-HIGH-ID
                           MOVE QA-ITEM-ID TO WS-HIGH-ID
                       END-IF
                       IF QA-WEEK IS NUMERIC
                               AND QA-WEEK = WS-TO-DATE
                           SET WS-WEEK-DRAWN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QAQUEUE-FILE.

       CHECK-THE-QUEUE-EXIT.
           EXIT.

      ******************************************************************
      * SCREEN NAME TO LOCATION CLASS, FROM WGPSCRN.DAT.
      ******************************************************************

       LOAD-SCREEN-CLASSES.

           MOVE "N" TO WS-EOF-SWITCH.
           MOVE SPACES TO WS-SCRN-LAST.
           OPEN INPUT WGPSCRN-FILE.
           IF WS-SCRN-FILE-STATUS NOT = "00"
               GO TO LOAD-SCREEN-CLASSES-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WGPSCRN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-SCRN-WORD-1 WS-SCRN-WORD-2
                       UNSTRING WGPSCRN-RECORD DELIMITED BY ALL " "
                           INTO WS-SCRN-WORD-1, WS-SCRN-WORD-2
                       END-UNSTRING
                       EVALUATE WS-SCRN-WORD-1
                           WHEN "SCREEN"
                               MOVE WS-SCRN-WORD-2 TO WS-SCRN-LAST
                           WHEN "LOCATION"
                               IF WS-SCRN-LAST NOT = SPACES
                                       AND WS-SCRN-WORD-2 NOT = SPACES
                                       AND WS-CLS-COUNT < 500
                                   ADD 1 TO WS-CLS-COUNT
                                   MOVE WS-SCRN-LAST
                                       TO WS-CLS-SCREEN (WS-CLS-COUNT)
                                   MOVE WS-SCRN-WORD-2
                                       TO WS-CLS-CLASS (WS-CLS-COUNT)
                               END-IF
                           WHEN "END"
                               MOVE SPACES TO WS-SCRN-LAST
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE WGPSCRN-FILE.

       LOAD-SCREEN-CLASSES-EXIT.
           EXIT.

      ******************************************************************
      * THE FIRST-SEEN REGISTRY.
      ******************************************************************

       LOAD-SEEN-REGISTRY.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT QAOPSEEN-FILE.
           IF WS-SEEN-FILE-STATUS NOT = "00"
               GO TO LOAD-SEEN-REGISTRY-EXIT
           END-IF.
           SET WS-SEEN-FILE-FOUND TO TRUE.
           PERFORM UNTIL WS-EOF
               READ QAOPSEEN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF QS-REC-OPERATOR NOT = SPACES
                               AND QS-REC-OPERATOR (1:1) NOT = "*"
                               AND WS-SEEN-COUNT < WS-SEEN-MAX
                           ADD 1 TO WS-SEEN-COUNT
                           MOVE QS-REC-OPERATOR
                               TO WS-SEEN-OPERATOR (WS-SEEN-COUNT)
                           MOVE ZERO TO WS-SEEN-DATE (WS-SEEN-COUNT)
                           IF QS-REC-DATE IS NUMERIC
                               MOVE QS-REC-DATE
                                   TO WS-SEEN-DATE (WS-SEEN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QAOPSEEN-FILE.

       LOAD-SEEN-REGISTRY-EXIT.
           EXIT.

       REWRITE-SEEN-REGISTRY.

           IF WS-SEEN-ADDED > ZERO
               OPEN OUTPUT QAOPSEEN-FILE
               PERFORM VARYING WS-SEEN-X FROM 1 BY 1
                       UNTIL WS-SEEN-X > WS-SEEN-COUNT
                   MOVE SPACES TO QAOPSEEN-RECORD
                   MOVE WS-SEEN-OPERATOR (WS-SEEN-X)
                       TO QS-REC-OPERATOR
                   MOVE WS-SEEN-DATE (WS-SEEN-X) TO QS-REC-DATE
                   WRITE QAOPSEEN-RECORD
               END-PERFORM
               CLOSE QAOPSEEN-FILE
           END-IF.

      ******************************************************************
      * ONE PASS OVER THE WEEK'S GTPMAUD -- ARCHIVE SEGMENTS, OLDEST
      * FIRST, THEN THE LIVE FILE.  BOTH PASSES SEE THE SAME RECORDS
      * IN THE SAME ORDER.
      ******************************************************************

       SCAN-THE-WEEK.

           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-ARCHIVE-SEGMENT
               THRU READ-ONE-ARCHIVE-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GTPMAUD-FILE.
           IF WS-GTPMAUD-FILE-STATUS NOT = "00"
               GO TO SCAN-THE-WEEK-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ GTPMAUD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-RECORD
                           THRU TAKE-ONE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE GTPMAUD-FILE.

       SCAN-THE-WEEK-EXIT.
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
           IF WS-PASS-NUMBER = 1 AND WS-SEG-USED-COUNT < 20
               ADD 1 TO WS-SEG-USED-COUNT
               MOVE WS-ARCH-NAME TO WS-SEG-USED (WS-SEG-USED-COUNT)
           END-IF.
           PERFORM UNTIL WS-ARCH-EOF
               READ WS-ARCH-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       MOVE WS-ARCH-RECORD TO GTPMAUD-RECORD
                       PERFORM TAKE-ONE-RECORD
                           THRU TAKE-ONE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE WS-ARCH-FILE.

       READ-ONE-ARCHIVE-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * ONE AUDIT RECORD -- A SUBMISSION IN THE WEEK IS COUNTED ON
      * PASS 1 AND OFFERED TO THE DRAW ON PASS 2.
      ******************************************************************

       TAKE-ONE-RECORD.

           IF GA-REC-DATE IS NOT NUMERIC
               GO TO TAKE-ONE-RECORD-EXIT
           END-IF.
           MOVE GA-REC-DATE TO WS-REC-DATE-NUM.
           IF WS-REC-DATE-NUM < WS-FROM-DATE
                   OR WS-REC-DATE-NUM > WS-TO-DATE
               GO TO TAKE-ONE-RECORD-EXIT
           END-IF.
           MOVE GA-REC-OPERATOR (1:8) TO WS-REC-OPERATOR.
           IF WS-REC-OPERATOR = SPACES OR GA-REC-APP = SPACES
               GO TO TAKE-ONE-RECORD-EXIT
           END-IF.
           MOVE ZERO TO WS-TAG-HITS WS-TRAINING-HITS.
           INSPECT GA-REC-TAIL TALLYING WS-TAG-HITS
               FOR ALL " KEY=00 ".
           INSPECT GA-REC-TAIL TALLYING WS-TRAINING-HITS
               FOR ALL " TRAINING=YES".
           IF WS-TAG-HITS = ZERO OR WS-TRAINING-HITS > ZERO
               GO TO TAKE-ONE-RECORD-EXIT
           END-IF.

           MOVE "GENERAL" TO WS-REC-CLASS.
           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLS-COUNT
               IF WS-CLS-SCREEN (WS-CLS-X) = GA-REC-APP (1:8)
                   MOVE WS-CLS-CLASS (WS-CLS-X) TO WS-REC-CLASS
               END-IF
           END-PERFORM.

           IF WS-PASS-NUMBER = 1
               PERFORM NOTE-OPERATOR-SEEN
               PERFORM COUNT-ONE-SUBMISSION
           ELSE
               PERFORM OFFER-ONE-SUBMISSION
           END-IF.

       TAKE-ONE-RECORD-EXIT.
           EXIT.

       NOTE-OPERATOR-SEEN.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-SEEN-X FROM 1 BY 1
                   UNTIL WS-SEEN-X > WS-SEEN-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-SEEN-OPERATOR (WS-SEEN-X) = WS-REC-OPERATOR
                   SET WS-MATCH-NUM TO WS-SEEN-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO AND WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               ADD 1 TO WS-SEEN-ADDED
               SET WS-SEEN-X TO WS-SEEN-COUNT
               MOVE WS-REC-OPERATOR TO WS-SEEN-OPERATOR (WS-SEEN-X)
               IF WS-SEEN-FILE-FOUND
                   MOVE WS-REC-DATE-NUM TO WS-SEEN-DATE (WS-SEEN-X)
               ELSE
                   MOVE ZERO TO WS-SEEN-DATE (WS-SEEN-X)
               END-IF
           END-IF.

       COUNT-ONE-SUBMISSION.

           PERFORM FIND-GROUP.
           IF WS-MATCH-NUM = ZERO AND WS-GRP-COUNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-COUNT
               SET WS-GRP-X TO WS-GRP-COUNT
               MOVE WS-REC-OPERATOR TO WS-GRP-OPERATOR (WS-GRP-X)
               MOVE WS-REC-CLASS TO WS-GRP-CLASS (WS-GRP-X)
               MOVE "N" TO WS-GRP-NEW (WS-GRP-X)
               MOVE ZERO TO WS-GRP-SUBMITS (WS-GRP-X)
                            WS-GRP-PCT (WS-GRP-X)
                            WS-GRP-TARGET (WS-GRP-X)
                            WS-GRP-LEFT (WS-GRP-X)
                            WS-GRP-NEED (WS-GRP-X)
               MOVE WS-GRP-COUNT TO WS-MATCH-NUM
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-GRP-X TO WS-MATCH-NUM
               ADD 1 TO WS-GRP-SUBMITS (WS-GRP-X)
               ADD 1 TO WS-TOTAL-SUBMITS
           END-IF.

      *    Selection sampling: with NEED still to draw from LEFT
      *    remaining, this one is drawn with probability NEED/LEFT.
       OFFER-ONE-SUBMISSION.

           PERFORM FIND-GROUP.
           IF WS-MATCH-NUM = ZERO
               GO TO OFFER-ONE-SUBMISSION-EXIT
           END-IF.
           SET WS-GRP-X TO WS-MATCH-NUM.
           IF WS-GRP-LEFT (WS-GRP-X) = ZERO
               GO TO OFFER-ONE-SUBMISSION-EXIT
           END-IF.
           COMPUTE WS-DRAW-POINT =
               FUNCTION RANDOM * WS-GRP-LEFT (WS-GRP-X).
           IF WS-DRAW-POINT < WS-GRP-NEED (WS-GRP-X)
               PERFORM QUEUE-ONE-ITEM
               SUBTRACT 1 FROM WS-GRP-NEED (WS-GRP-X)
           END-IF.
           SUBTRACT 1 FROM WS-GRP-LEFT (WS-GRP-X).

       OFFER-ONE-SUBMISSION-EXIT.
           EXIT.

       FIND-GROUP.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-GRP-X FROM 1 BY 1
                   UNTIL WS-GRP-X > WS-GRP-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-GRP-OPERATOR (WS-GRP-X) = WS-REC-OPERATOR
                       AND WS-GRP-CLASS (WS-GRP-X) = WS-REC-CLASS
                   SET WS-MATCH-NUM TO WS-GRP-X
               END-IF
           END-PERFORM.

       QUEUE-ONE-ITEM.

           ADD 1 TO WS-HIGH-ID.
           ADD 1 TO WS-TOTAL-DRAWN.
           MOVE SPACES TO WQAITEM-RECORD.
           MOVE WS-HIGH-ID TO QA-ITEM-ID.
           SET QA-PENDING TO TRUE.
           MOVE WS-TO-DATE TO QA-WEEK.
           MOVE WS-REC-OPERATOR TO QA-OPERATOR.
           MOVE WS-REC-CLASS TO QA-CLASS.
           MOVE WS-GRP-NEW (WS-GRP-X) TO QA-NEW-FLAG.
           MOVE GA-REC-APP TO QA-APP.
           MOVE WS-REC-DATE-NUM TO QA-AUD-DATE.
           MOVE GA-REC-TIME TO QA-AUD-TIME.
           MOVE ZERO TO QA-REV-DATE QA-REV-TIME.
           MOVE WQAITEM-RECORD TO QAQUEUE-FILE-RECORD.
           WRITE QAQUEUE-FILE-RECORD.

      ******************************************************************
      * EACH GROUP'S SHARE -- THE NEW-OPERATOR RATE WHEN THE OPERATOR
      * WAS FIRST SEEN WITHIN QANEWDAYS OF THE WEEK'S END.
      ******************************************************************

       SET-GROUP-TARGETS.

           PERFORM VARYING WS-GRP-X FROM 1 BY 1
                   UNTIL WS-GRP-X > WS-GRP-COUNT
               MOVE WS-SAMP-PCT TO WS-GRP-PCT (WS-GRP-X)
               PERFORM VARYING WS-SEEN-X FROM 1 BY 1
                       UNTIL WS-SEEN-X > WS-SEEN-COUNT
                   IF WS-SEEN-OPERATOR (WS-SEEN-X)
                               = WS-GRP-OPERATOR (WS-GRP-X)
                           AND WS-SEEN-DATE (WS-SEEN-X) > ZERO
                       IF FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (WS-SEEN-DATE (WS-SEEN-X))
                               < WS-NEW-DAYS
                           MOVE "Y" TO WS-GRP-NEW (WS-GRP-X)
                           MOVE WS-NEW-PCT TO WS-GRP-PCT (WS-GRP-X)
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-GRP-TARGET (WS-GRP-X) =
                   (WS-GRP-SUBMITS (WS-GRP-X) * WS-GRP-PCT (WS-GRP-X)
                    + 99) / 100
               IF WS-GRP-TARGET (WS-GRP-X) = ZERO
                       AND WS-GRP-PCT (WS-GRP-X) > ZERO
                   MOVE 1 TO WS-GRP-TARGET (WS-GRP-X)
               END-IF
               IF WS-GRP-TARGET (WS-GRP-X) > WS-GRP-SUBMITS (WS-GRP-X)
                   MOVE WS-GRP-SUBMITS (WS-GRP-X)
                       TO WS-GRP-TARGET (WS-GRP-X)
               END-IF
               MOVE WS-GRP-SUBMITS (WS-GRP-X) TO WS-GRP-LEFT (WS-GRP-X)
               MOVE WS-GRP-TARGET (WS-GRP-X) TO WS-GRP-NEED (WS-GRP-X)
           END-PERFORM.

      ******************************************************************
      * THE REPORT.
      ******************************************************************

       WRITE-SAMPLE-REPORT.

           OPEN OUTPUT WQASAMP-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WQASAMP - QA SAMPLE FOR THE WEEK " WS-FROM-DATE
                  " TO " WS-TO-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SAMP-PCT TO WS-PCT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RATE " WS-PCT-DISP "% OF EACH OPERATOR'S "
                  "SUBMISSIONS PER SCREEN CLASS, "
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-NEW-PCT TO WS-PCT-DISP.
           MOVE WS-NEW-DAYS TO WS-DAYS-DISP.
           STRING WS-PCT-DISP "% FOR OPERATORS FIRST SEEN WITHIN "
                  WS-DAYS-DISP " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE (63:60)
           END-STRING.
           WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-ARCH-INDEX FROM 1 BY 1
                   UNTIL WS-ARCH-INDEX > WS-SEG-USED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ARCHIVE SEGMENT READ: "
                      WS-SEG-USED (WS-ARCH-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "  OPERATOR" TO WS-REPORT-LINE.
           MOVE "CLASS" TO WS-REPORT-LINE (13:5).
           MOVE "NEW" TO WS-REPORT-LINE (23:3).
           MOVE "SUBMITTED" TO WS-REPORT-LINE (28:9).
           MOVE "RATE" TO WS-REPORT-LINE (39:4).
           MOVE "DRAWN" TO WS-REPORT-LINE (47:5).
           WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-GRP-X FROM 1 BY 1
                   UNTIL WS-GRP-X > WS-GRP-COUNT
               MOVE WS-GRP-SUBMITS (WS-GRP-X) TO WS-COUNT-DISP
               MOVE WS-GRP-PCT (WS-GRP-X) TO WS-PCT-DISP
               COMPUTE WS-COUNT-DISP-2 = WS-GRP-TARGET (WS-GRP-X)
                   - WS-GRP-NEED (WS-GRP-X)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-GRP-OPERATOR (WS-GRP-X)
                      "  " WS-GRP-CLASS (WS-GRP-X)
                      "   " WS-GRP-NEW (WS-GRP-X)
                      "    " WS-COUNT-DISP
                      "   " WS-PCT-DISP "%"
                      "  " WS-COUNT-DISP-2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-GRP-COUNT = ZERO
               MOVE "  (NO SUBMISSIONS IN THE WEEK)" TO WS-REPORT-LINE
               WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-SUBMITS TO WS-COUNT-DISP.
           MOVE WS-TOTAL-DRAWN TO WS-COUNT-DISP-2.
           STRING "SUBMISSIONS " WS-COUNT-DISP "  ITEMS QUEUED "
                  WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           IF WS-TOTAL-DRAWN > ZERO
               MOVE WS-FIRST-ID TO WS-ID-DISP
               MOVE WS-HIGH-ID TO WS-ID-DISP-2
               STRING "  ITEM NUMBERS " WS-ID-DISP " TO " WS-ID-DISP-2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE (45:50)
               END-STRING
           END-IF.
           WRITE WQASAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WQASAMP-REPORT-FILE.

       GET-CONFIG-NUMBER.

           MOVE SPACES TO WS-CFG-VALUE.
           MOVE ZERO TO WS-CFG-NUMBER.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER
               ON EXCEPTION CONTINUE
           END-CALL.

       STOP-RUN.

           STOP RUN.
