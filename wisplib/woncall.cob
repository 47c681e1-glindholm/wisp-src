       IDENTIFICATION DIVISION.
       PROGRAM-ID. WONCALL.
      ****************************************************************
      * WONCALL -- THE ON-CALL ROSTER.                                *
      *                                                                *
      *           WHO IS PAGED WHEN A CRITICAL ALERT GOES             *
      *           UNACKNOWLEDGED DEPENDS ON THE DAY AND THE SHIFT,    *
      *           AND A HOLIDAY IS NOT COVERED LIKE AN ORDINARY       *
      *           WEEKDAY.  THE ROSTER LIVES IN WONCALL.DAT AND IS    *
      *           ASKED HERE:                                         *
      *                                                                *
      *               CALL "WONCALL" USING DATE, TIME, RESULT, RET    *
      *                                                                *
      *           WOC-DATE   - 9(8) YYYYMMDD, THE WALL-CLOCK DATE.    *
      *           WOC-TIME   - 9(8) HHMMSSCC, AS ACCEPT FROM TIME.    *
      *           WONCALL-RESULT (COPY "woncall") - THE SHIFT AND     *
      *                        THE PRIMARY, SECONDARY AND MANAGER.    *
      *           WOC-RETURN: 0 = A ROSTER LINE COVERS THE MOMENT.    *
      *                       1 = NONE DOES; THE RESULT IS BLANK.     *
      *                                                                *
      *           ONE LINE PER DAY CLASS AND SHIFT:                   *
      *                                                                *
      *             CLASS(8) SHIFT(8) FROM(4) TO(4) PRIMARY(8)        *
      *             SECONDARY(8) MANAGER(8)   -- ONE SPACE BETWEEN    *
      *                                                                *
      *           CLASS IS A WCALEND DAY CLASS (WEEKDAY, SATURDAY,    *
      *           HOLIDAY, ...), A SINGLE DATE YYYYMMDD, OR "*" FOR   *
      *           ANY DAY.  FROM AND TO ARE HHMM; THE SHIFT COVERS    *
      *           FROM UP TO BUT NOT INCLUDING TO, AND A FROM LATER   *
      *           THAN TO RUNS PAST MIDNIGHT.  THE FIRST LINE THAT    *
      *           COVERS THE MOMENT WINS, SO HOLIDAY AND SINGLE-DATE  *
      *           LINES GO AHEAD OF THE ORDINARY WEEK.  LINES         *
      *           STARTING "**" ARE COMMENTS.                         *
      *           THE FILE IS LOADED ONCE PER RUN, SAME AS WCALEND.   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOC-ROSTER-FILE ASSIGN TO "WONCALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WOC-ROSTER-FILE.
       01  WOC-ROSTER-RECORD.
           05  WOC-REC-CLASS         PIC X(8).
           05  FILLER                PIC X.
           05  WOC-REC-SHIFT         PIC X(8).
           05  FILLER                PIC X.
           05  WOC-REC-FROM          PIC 9(4).
           05  FILLER                PIC X.
           05  WOC-REC-TO            PIC 9(4).
           05  FILLER                PIC X.
           05  WOC-REC-PRIMARY       PIC X(8).
           05  FILLER                PIC X.
           05  WOC-REC-SECONDARY     PIC X(8).
           05  FILLER                PIC X.
           05  WOC-REC-MANAGER       PIC X(8).

       WORKING-STORAGE SECTION.

       01  WOC-FILE-STATUS           PIC XX.
       01  WOC-EOF-SWITCH            PIC X.
           88  WOC-EOF                         VALUE "Y".
       01  WOC-LOADED-SWITCH         PIC X     VALUE "N".
           88  WOC-LOADED                      VALUE "Y".
       01  WOC-HHMM                  PIC 9(4).
       01  WOC-CAL-RETURN            PIC 9.
       01  WOC-COVERS-SWITCH         PIC X.
           88  WOC-COVERS                      VALUE "Y".

       01  WOC-TABLE-COUNT           PIC 9(4)  COMP VALUE ZERO.
       01  WOC-TABLE-MAX             PIC 9(4)  VALUE 100.
       01  WOC-TABLE.
           05  WOC-TABLE-ENTRY  OCCURS 100 TIMES
                                INDEXED BY WOC-X.
               10  WOC-TAB-CLASS     PIC X(8).
               10  WOC-TAB-SHIFT     PIC X(8).
               10  WOC-TAB-FROM      PIC 9(4).
               10  WOC-TAB-TO        PIC 9(4).
               10  WOC-TAB-LEVELS.
                   15  WOC-TAB-PERSON PIC X(8) OCCURS 3 TIMES.

       LINKAGE SECTION.

       01  WOC-DATE                  PIC 9(8).
       01  WOC-TIME                  PIC 9(8).
       COPY "woncall.cpy".
       01  WOC-RETURN                PIC 9.

       PROCEDURE DIVISION USING WOC-DATE, WOC-TIME, WONCALL-RESULT,
                                WOC-RETURN.

       MAIN-WONCALL.

           MOVE 1 TO WOC-RETURN.
           MOVE SPACES TO WONCALL-RESULT.
           IF NOT WOC-LOADED
               PERFORM LOAD-ROSTER-TABLE
                   THRU LOAD-ROSTER-TABLE-EXIT
           END-IF.
           MOVE WOC-TIME (1:4) TO WOC-HHMM.

           PERFORM VARYING WOC-X FROM 1 BY 1
                   UNTIL WOC-X > WOC-TABLE-COUNT
                      OR WOC-RETURN = ZERO
               PERFORM TEST-ROSTER-ENTRY
                   THRU TEST-ROSTER-ENTRY-EXIT
               IF WOC-COVERS
                   MOVE ZERO TO WOC-RETURN
                   MOVE WOC-TAB-SHIFT (WOC-X) TO OC-SHIFT
                   MOVE WOC-TAB-LEVELS (WOC-X) TO OC-LEVELS
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

      ****************************************************************
      * DOES THE ROSTER LINE AT WOC-X COVER THE DATE AND TIME -- THE *
      * HOURS FIRST, SINCE THEY COST NOTHING TO TEST.                *
      ****************************************************************

       TEST-ROSTER-ENTRY.

           MOVE "N" TO WOC-COVERS-SWITCH.
           IF WOC-TAB-FROM (WOC-X) NOT > WOC-TAB-TO (WOC-X)
               IF WOC-HHMM NOT < WOC-TAB-FROM (WOC-X)
                       AND WOC-HHMM < WOC-TAB-TO (WOC-X)
                   SET WOC-COVERS TO TRUE
               END-IF
           ELSE
               IF WOC-HHMM NOT < WOC-TAB-FROM (WOC-X)
                       OR WOC-HHMM < WOC-TAB-TO (WOC-X)
                   SET WOC-COVERS TO TRUE
               END-IF
           END-IF.
           IF NOT WOC-COVERS
               GO TO TEST-ROSTER-ENTRY-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WOC-TAB-CLASS (WOC-X) = "*"
                   CONTINUE
               WHEN WOC-TAB-CLASS (WOC-X) IS NUMERIC
                   IF WOC-TAB-CLASS (WOC-X) NOT = WOC-DATE
                       MOVE "N" TO WOC-COVERS-SWITCH
                   END-IF
               WHEN OTHER
                   CALL "WCALEND" USING "TST", WOC-DATE,
                           WOC-TAB-CLASS (WOC-X), WOC-CAL-RETURN
                       ON EXCEPTION
                           MOVE 1 TO WOC-CAL-RETURN
                   END-CALL
                   IF WOC-CAL-RETURN NOT = ZERO
                       MOVE "N" TO WOC-COVERS-SWITCH
                   END-IF
           END-EVALUATE.

       TEST-ROSTER-ENTRY-EXIT.
           EXIT.

      ****************************************************************
      * ONE PASS OVER WONCALL.DAT INTO THE HELD TABLE, IN FILE       *
      * ORDER.  A MISSING FILE LOADS AN EMPTY TABLE -- NOBODY IS ON  *
      * CALL AND ESCALATION HAS NOBODY TO PAGE.                      *
      ****************************************************************

       LOAD-ROSTER-TABLE.

           SET WOC-LOADED TO TRUE.
           MOVE "N" TO WOC-EOF-SWITCH.
           MOVE ZERO TO WOC-TABLE-COUNT.

           OPEN INPUT WOC-ROSTER-FILE.
           IF WOC-FILE-STATUS NOT = "00"
               GO TO LOAD-ROSTER-TABLE-EXIT
           END-IF.

           PERFORM READ-ROSTER-RECORD
               UNTIL WOC-EOF.

           CLOSE WOC-ROSTER-FILE.

       LOAD-ROSTER-TABLE-EXIT.
           EXIT.

       READ-ROSTER-RECORD.

           READ WOC-ROSTER-FILE
               AT END
                   SET WOC-EOF TO TRUE
               NOT AT END
                   IF WOC-REC-CLASS NOT = SPACES
                           AND WOC-REC-CLASS (1:2) NOT = "**"
                           AND WOC-REC-FROM IS NUMERIC
                           AND WOC-REC-TO IS NUMERIC
                           AND WOC-TABLE-COUNT < WOC-TABLE-MAX
                       ADD 1 TO WOC-TABLE-COUNT
                       SET WOC-X TO WOC-TABLE-COUNT
                       MOVE WOC-REC-CLASS TO WOC-TAB-CLASS (WOC-X)
                       MOVE WOC-REC-SHIFT TO WOC-TAB-SHIFT (WOC-X)
                       MOVE WOC-REC-FROM TO WOC-TAB-FROM (WOC-X)
                       MOVE WOC-REC-TO TO WOC-TAB-TO (WOC-X)
                       MOVE WOC-REC-PRIMARY
                           TO WOC-TAB-PERSON (WOC-X, 1)
                       MOVE WOC-REC-SECONDARY
                           TO WOC-TAB-PERSON (WOC-X, 2)
                       MOVE WOC-REC-MANAGER
                           TO WOC-TAB-PERSON (WOC-X, 3)
                   END-IF
           END-READ.
