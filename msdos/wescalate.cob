      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WESCALATE.
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
      *    WESCALATE runs the escalation clock on the operator alert
      *    log.  Every CRITICAL alert from WERRWATCH, WRUNWATCH and
      *    WMILEMON is a line on WALERTS.DAT (see WALERT) and waits
      *    for somebody to acknowledge it on WALERTOP.  Each pass
      *    this program takes every alert not yet acknowledged and
      *    not yet exhausted, and when ONCALLMIN minutes have gone
      *    by since it was raised -- or since the last page -- it
      *    pages the next level of the on-call roster (WONCALL.DAT,
      *    by day class and shift): the primary first, then the
      *    secondary, then the manager.  A level the roster leaves
      *    blank is skipped.
      *
      *    A page is a drop file for the paging gateway, one record:
      *        PERSON(8) ROLE(9) ALERT(6) RAISED-DATE(8)
      *        RAISED-TIME(6) SOURCE(12) TEXT(80), one space between,
      *    written as PAGEnnnnnn-L.TMP and renamed to PAGEnnnnnn-L.DRP
      *    (nnnnnn the alert, L the level) once it is complete, so
      *    the gateway never picks up half a record.  Each page is an
      *    E line on WALERTS.DAT; when the manager has been paged and
      *    the clock runs out again, the alert is marked exhausted (X
      *    line), a console block is shown and a WISPERR.LOG event is
      *    written.  WALERT also puts every page and the exhaustion on
      *    the alert's incident, for the incident review.
      *
      *    WISPCFG keys:
      *        ONCALLMIN  - minutes an alert may go unacknowledged
      *                     before the next level is paged (default
      *                     15).
      *        PAGEDROP   - directory prefix of the drop files,
      *                     trailing separator included; WPATHSUB
      *                     tokens are expanded.  Absent means the
      *                     current directory.
      *        ONCALLPOLL - seconds between passes; zero or absent
      *                     means one pass and stop, same
      *                     convention as WERRWATCH.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALERTS-FILE ASSIGN TO "WALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT PAGE-DROP-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WALERTS-FILE.
       COPY "walert.cpy".

       FD  PAGE-DROP-FILE.
       01  PAGE-DROP-RECORD.
           05  PG-PERSON              PIC X(8).
           05  FILLER                 PIC X.
           05  PG-ROLE                PIC X(9).
           05  FILLER                 PIC X.
           05  PG-ALERT               PIC 9(6).
           05  FILLER                 PIC X.
           05  PG-RAISED-DATE         PIC 9(8).
           05  FILLER                 PIC X.
           05  PG-RAISED-TIME         PIC 9(6).
           05  FILLER                 PIC X.
           05  PG-SOURCE              PIC X(12).
           05  FILLER                 PIC X.
           05  PG-TEXT                PIC X(80).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  WS-ALERT-FILE-STATUS       PIC XX.
       01  WS-DROP-FILE-STATUS        PIC XX.
       01  WS-ALERT-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-ALERT-EOF                     VALUE "Y".

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-ONCALL-MINUTES          PIC 9(5)  VALUE 15.
       01  WS-POLL-SECS               PIC 9(5)  VALUE ZERO.
       01  WS-DROP-DIR                PIC X(80) VALUE SPACES.
       01  WS-DROP-DIR-LEN            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PATH-SCAN               PIC 9(4)  COMP-5.
       01  WS-TOKEN-SWITCH            PIC X.

      *    The alerts still on the clock, from one pass of the log.
      *    A slot whose alert is acknowledged or exhausted is free
      *    for the next R line.
       01  WS-ALERT-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ALERT-MAX               PIC 9(4)  VALUE 200.
       01  WS-ALERT-TABLE.
           05  WS-ALR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-ALR-X.
               10  WS-ALR-ID          PIC 9(6).
               10  WS-ALR-OPEN        PIC X.
               10  WS-ALR-RAISED-DATE PIC 9(8).
               10  WS-ALR-RAISED-TIME PIC 9(8).
               10  WS-ALR-CLOCK-DATE  PIC 9(8).
               10  WS-ALR-CLOCK-TIME  PIC 9(8).
               10  WS-ALR-LEVEL       PIC 9.
               10  WS-ALR-SOURCE      PIC X(12).
               10  WS-ALR-TEXT        PIC X(80).

       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-TIME-WORK.
           05  WS-TIME-WORK-HH        PIC 99.
           05  WS-TIME-WORK-MM        PIC 99.
           05  WS-TIME-WORK-SS        PIC 99.
           05  FILLER                 PIC XX.
       01  WS-NOW-DATE                PIC 9(8).
       01  WS-NOW-TIME                PIC 9(8).
       01  WS-NOW-INTEGER             PIC 9(8)  COMP-5.
       01  WS-NOW-SECS                PIC 9(8)  COMP-5.
       01  WS-CLOCK-INTEGER           PIC 9(8)  COMP-5.
       01  WS-CLOCK-SECS              PIC 9(8)  COMP-5.
       01  WS-ELAPSED-SECS            PIC S9(8) COMP-5.

       COPY "woncall.cpy".
       01  WS-ONCALL-RETURN           PIC 9.
       01  WS-NEXT-LEVEL              PIC 9.
       01  WS-LEVEL-SCAN              PIC 9.
       01  WS-ROLE-NAMES.
           05  FILLER                 PIC X(9) VALUE "PRIMARY".
           05  FILLER                 PIC X(9) VALUE "SECONDARY".
           05  FILLER                 PIC X(9) VALUE "MANAGER".
       01  FILLER REDEFINES WS-ROLE-NAMES.
           05  WS-ROLE-NAME           PIC X(9) OCCURS 3.

       01  WS-PAGE-BASE               PIC X(96).
       01  WS-WORK-PATH               PIC X(100).
       01  WS-FINAL-PATH              PIC X(100).
       01  WS-FILE-RC                 PIC S9(9) COMP-5.
       01  WS-PAGE-SWITCH             PIC X.
           88  WS-PAGE-WRITTEN                  VALUE "Y".

       01  WS-AL-FUNC                 PIC X(4).
       01  WS-AL-RETURN               PIC 9.
       01  WS-AL-REQUEST.
           05  WS-REQ-ID              PIC 9(6).
           05  FILLER                 PIC X(141).
       01  WS-ERRLOG-DETAIL           PIC X(80).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WESCALATE.

           MOVE "ONCALLMIN" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-ONCALL-MINUTES
           END-IF.
           MOVE "ONCALLPOLL" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-POLL-SECS.
           MOVE "PAGEDROP" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           MOVE WS-CFG-VALUE TO WS-DROP-DIR.
           PERFORM EXPAND-DROP-DIRECTORY.

           PERFORM ESCALATE-ONE-PASS
               THRU ESCALATE-ONE-PASS-EXIT.
           PERFORM UNTIL WS-POLL-SECS = ZERO
               CALL "C$SLEEP" USING WS-POLL-SECS
               PERFORM ESCALATE-ONE-PASS
                   THRU ESCALATE-ONE-PASS-EXIT
           END-PERFORM.

           GO TO STOP-RUN.

      *    Tokens expanded, and the length of what is left.
       EXPAND-DROP-DIRECTORY.

           MOVE "N" TO WS-TOKEN-SWITCH.
           PERFORM VARYING WS-PATH-SCAN FROM 1 BY 1
                   UNTIL WS-PATH-SCAN > 80
                      OR WS-TOKEN-SWITCH = "Y"
               IF WS-DROP-DIR (WS-PATH-SCAN:1) = "&"
                   MOVE "Y" TO WS-TOKEN-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TOKEN-SWITCH = "Y"
               CALL "WPATHSUB" USING WS-DROP-DIR
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           MOVE ZERO TO WS-DROP-DIR-LEN.
           PERFORM VARYING WS-PATH-SCAN FROM 80 BY -1
                   UNTIL WS-PATH-SCAN < 1
                      OR WS-DROP-DIR-LEN > ZERO
               IF WS-DROP-DIR (WS-PATH-SCAN:1) NOT = SPACE
                   MOVE WS-PATH-SCAN TO WS-DROP-DIR-LEN
               END-IF
           END-PERFORM.

      ******************************************************************
      * ONE PASS -- THE ALERTS STILL ON THE CLOCK, THEN EACH ONE
      * JUDGED AGAINST ONCALLMIN.
      ******************************************************************

       ESCALATE-ONE-PASS.

           MOVE ZERO TO WS-ALERT-COUNT.
           MOVE "N" TO WS-ALERT-EOF-SWITCH.

           OPEN INPUT WALERTS-FILE.
           IF WS-ALERT-FILE-STATUS NOT = "00"
               GO TO ESCALATE-ONE-PASS-EXIT
           END-IF.

           PERFORM READ-NEXT-ALERT-RECORD.
           PERFORM UNTIL WS-ALERT-EOF
               IF AL-ID IS NUMERIC
                   IF AL-RAISED
                       PERFORM RECORD-RAISED-LINE
                           THRU RECORD-RAISED-LINE-EXIT
                   ELSE
                       PERFORM APPLY-FOLLOWING-LINE
                   END-IF
               END-IF
               PERFORM READ-NEXT-ALERT-RECORD
           END-PERFORM.

           CLOSE WALERTS-FILE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-NOW-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NOW-DATE).
           MOVE WS-NOW-TIME TO WS-TIME-WORK.
           COMPUTE WS-NOW-SECS =
               WS-TIME-WORK-HH * 3600
               + WS-TIME-WORK-MM * 60
               + WS-TIME-WORK-SS.

           PERFORM VARYING WS-ALR-X FROM 1 BY 1
                   UNTIL WS-ALR-X > WS-ALERT-COUNT
               IF WS-ALR-OPEN (WS-ALR-X) = "Y"
                   PERFORM JUDGE-ONE-ALERT
                       THRU JUDGE-ONE-ALERT-EXIT
               END-IF
           END-PERFORM.

       ESCALATE-ONE-PASS-EXIT.
           EXIT.

       READ-NEXT-ALERT-RECORD.

           READ WALERTS-FILE
               AT END
                   SET WS-ALERT-EOF TO TRUE
           END-READ.

       RECORD-RAISED-LINE.

      *    Reuse a closed slot when one is free, so a long log
      *    doesn't exhaust the table.
           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-ALR-X FROM 1 BY 1
                   UNTIL WS-ALR-X > WS-ALERT-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-ALR-OPEN (WS-ALR-X) = "N"
                   SET WS-MATCH-NUM TO WS-ALR-X
               END-IF
           END-PERFORM.

           IF WS-MATCH-NUM = ZERO
               IF WS-ALERT-COUNT < WS-ALERT-MAX
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE WS-ALERT-COUNT TO WS-MATCH-NUM
               ELSE
                   GO TO RECORD-RAISED-LINE-EXIT
               END-IF
           END-IF.

           SET WS-ALR-X TO WS-MATCH-NUM.
           MOVE AL-ID TO WS-ALR-ID (WS-ALR-X).
           MOVE "Y" TO WS-ALR-OPEN (WS-ALR-X).
           MOVE AL-DATE TO WS-ALR-RAISED-DATE (WS-ALR-X)
                           WS-ALR-CLOCK-DATE (WS-ALR-X).
           MOVE AL-TIME TO WS-ALR-RAISED-TIME (WS-ALR-X)
                           WS-ALR-CLOCK-TIME (WS-ALR-X).
           MOVE ZERO TO WS-ALR-LEVEL (WS-ALR-X).
           MOVE AL-SOURCE TO WS-ALR-SOURCE (WS-ALR-X).
           MOVE AL-TEXT TO WS-ALR-TEXT (WS-ALR-X).

       RECORD-RAISED-LINE-EXIT.
           EXIT.

      *    A page restarts the clock; an acknowledgement or the end
      *    of the roster stops it.
       APPLY-FOLLOWING-LINE.

           PERFORM VARYING WS-ALR-X FROM 1 BY 1
                   UNTIL WS-ALR-X > WS-ALERT-COUNT
               IF WS-ALR-ID (WS-ALR-X) = AL-ID
                       AND WS-ALR-OPEN (WS-ALR-X) = "Y"
                   EVALUATE TRUE
                       WHEN AL-ESCALATED
                           MOVE AL-DATE
                               TO WS-ALR-CLOCK-DATE (WS-ALR-X)
                           MOVE AL-TIME
                               TO WS-ALR-CLOCK-TIME (WS-ALR-X)
                           MOVE AL-LEVEL TO WS-ALR-LEVEL (WS-ALR-X)
                       WHEN AL-ACKNOWLEDGED
                       WHEN AL-EXHAUSTED
                           MOVE "N" TO WS-ALR-OPEN (WS-ALR-X)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * AN ALERT ON THE CLOCK -- HAS IT RUN OUT, AND WHO IS NEXT?
      ******************************************************************

       JUDGE-ONE-ALERT.

           COMPUTE WS-CLOCK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-ALR-CLOCK-DATE (WS-ALR-X)).
           MOVE WS-ALR-CLOCK-TIME (WS-ALR-X) TO WS-TIME-WORK.
           COMPUTE WS-CLOCK-SECS =
               WS-TIME-WORK-HH * 3600
               + WS-TIME-WORK-MM * 60
               + WS-TIME-WORK-SS.
           COMPUTE WS-ELAPSED-SECS =
               (WS-NOW-INTEGER - WS-CLOCK-INTEGER) * 86400
               + WS-NOW-SECS - WS-CLOCK-SECS.
           IF WS-ELAPSED-SECS < WS-ONCALL-MINUTES * 60
               GO TO JUDGE-ONE-ALERT-EXIT
           END-IF.

      *    The next level above the one last paged that the roster
      *    fills right now.
           CALL "WONCALL" USING WS-NOW-DATE, WS-NOW-TIME,
                   WONCALL-RESULT, WS-ONCALL-RETURN
               ON EXCEPTION
                   MOVE SPACES TO WONCALL-RESULT
           END-CALL.
           MOVE ZERO TO WS-NEXT-LEVEL.
           MOVE WS-ALR-LEVEL (WS-ALR-X) TO WS-LEVEL-SCAN.
           PERFORM UNTIL WS-LEVEL-SCAN NOT < 3
                      OR WS-NEXT-LEVEL NOT = ZERO
               ADD 1 TO WS-LEVEL-SCAN
               IF OC-PERSON (WS-LEVEL-SCAN) NOT = SPACES
                   MOVE WS-LEVEL-SCAN TO WS-NEXT-LEVEL
               END-IF
           END-PERFORM.

           IF WS-NEXT-LEVEL = ZERO
               PERFORM EXHAUST-ONE-ALERT
               GO TO JUDGE-ONE-ALERT-EXIT
           END-IF.

           PERFORM WRITE-PAGE-DROP
               THRU WRITE-PAGE-DROP-EXIT.
           IF NOT WS-PAGE-WRITTEN
               GO TO JUDGE-ONE-ALERT-EXIT
           END-IF.

           MOVE SPACES TO WS-AL-REQUEST.
           MOVE WS-ALR-ID (WS-ALR-X) TO WS-REQ-ID.
           MOVE WS-AL-REQUEST TO WALERT-RECORD.
           MOVE "WESCALAT" TO AL-OPERATOR.
           MOVE WS-NEXT-LEVEL TO AL-LEVEL.
           MOVE OC-PERSON (WS-NEXT-LEVEL) TO AL-PERSON.
           MOVE WS-ALR-SOURCE (WS-ALR-X) TO AL-SOURCE.
           MOVE ZERO TO AL-INCIDENT.
           MOVE WS-ALR-TEXT (WS-ALR-X) TO AL-TEXT.
           MOVE "ESC " TO WS-AL-FUNC.
           CALL "WALERT" USING WS-AL-FUNC, WALERT-RECORD,
               WS-AL-RETURN.

           DISPLAY "WESCALATE: ALERT " WS-ALR-ID (WS-ALR-X)
                   " UNACKNOWLEDGED -- PAGED "
                   WS-ROLE-NAME (WS-NEXT-LEVEL) " "
                   OC-PERSON (WS-NEXT-LEVEL).

       JUDGE-ONE-ALERT-EXIT.
           EXIT.

      ******************************************************************
      * THE PAGE -- BUILT AS .TMP AND RENAMED TO .DRP WHEN COMPLETE.
      ******************************************************************

       WRITE-PAGE-DROP.

           MOVE "N" TO WS-PAGE-SWITCH.
           MOVE SPACES TO WS-PAGE-BASE WS-WORK-PATH WS-FINAL-PATH.
           IF WS-DROP-DIR-LEN > ZERO
               MOVE WS-DROP-DIR (1:WS-DROP-DIR-LEN) TO WS-PAGE-BASE
           END-IF.
           MOVE WS-DROP-DIR-LEN TO WS-PATH-SCAN.
           ADD 1 TO WS-PATH-SCAN.
           STRING "PAGE"                DELIMITED BY SIZE
                  WS-ALR-ID (WS-ALR-X)  DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WS-NEXT-LEVEL         DELIMITED BY SIZE
                  INTO WS-PAGE-BASE
                  WITH POINTER WS-PATH-SCAN
           END-STRING.
           STRING WS-PAGE-BASE (1:WS-PATH-SCAN - 1) DELIMITED BY SIZE
                  ".TMP"                            DELIMITED BY SIZE
                  INTO WS-WORK-PATH
           END-STRING.
           STRING WS-PAGE-BASE (1:WS-PATH-SCAN - 1) DELIMITED BY SIZE
                  ".DRP"                            DELIMITED BY SIZE
                  INTO WS-FINAL-PATH
           END-STRING.

           OPEN OUTPUT PAGE-DROP-FILE.
           IF WS-DROP-FILE-STATUS NOT = "00"
               DISPLAY "WESCALATE: THE PAGE " WS-WORK-PATH
                       " COULD NOT BE OPENED -- STATUS "
                       WS-DROP-FILE-STATUS "."
               GO TO WRITE-PAGE-DROP-EXIT
           END-IF.
           MOVE SPACES TO PAGE-DROP-RECORD.
           MOVE OC-PERSON (WS-NEXT-LEVEL) TO PG-PERSON.
           MOVE WS-ROLE-NAME (WS-NEXT-LEVEL) TO PG-ROLE.
           MOVE WS-ALR-ID (WS-ALR-X) TO PG-ALERT.
           MOVE WS-ALR-RAISED-DATE (WS-ALR-X) TO PG-RAISED-DATE.
           MOVE WS-ALR-RAISED-TIME (WS-ALR-X) (1:6)
               TO PG-RAISED-TIME.
           MOVE WS-ALR-SOURCE (WS-ALR-X) TO PG-SOURCE.
           MOVE WS-ALR-TEXT (WS-ALR-X) TO PG-TEXT.
           WRITE PAGE-DROP-RECORD.
           CLOSE PAGE-DROP-FILE.

           CALL "CBL_DELETE_FILE" USING WS-FINAL-PATH
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-FINAL-PATH.
           MOVE RETURN-CODE TO WS-FILE-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-FILE-RC NOT = ZERO
               DISPLAY "WESCALATE: " WS-WORK-PATH
                       " COULD NOT BE RENAMED TO " WS-FINAL-PATH "."
               GO TO WRITE-PAGE-DROP-EXIT
           END-IF.
           SET WS-PAGE-WRITTEN TO TRUE.

       WRITE-PAGE-DROP-EXIT.
           EXIT.

      ******************************************************************
      * NOBODY LEFT TO PAGE -- THE ALERT IS EXHAUSTED.  A CONSOLE
      * BLOCK IN THE WERRWATCH SHAPE AND A WISPERR.LOG EVENT.
      ******************************************************************

       EXHAUST-ONE-ALERT.

           MOVE SPACES TO WS-AL-REQUEST.
           MOVE WS-ALR-ID (WS-ALR-X) TO WS-REQ-ID.
           MOVE WS-AL-REQUEST TO WALERT-RECORD.
           MOVE "WESCALAT" TO AL-OPERATOR.
           MOVE WS-ALR-LEVEL (WS-ALR-X) TO AL-LEVEL.
           MOVE WS-ALR-SOURCE (WS-ALR-X) TO AL-SOURCE.
           MOVE ZERO TO AL-INCIDENT.
           MOVE WS-ALR-TEXT (WS-ALR-X) TO AL-TEXT.
           MOVE "EXHA" TO WS-AL-FUNC.
           CALL "WALERT" USING WS-AL-FUNC, WALERT-RECORD,
               WS-AL-RETURN.

           MOVE SPACES TO WS-ERRLOG-DETAIL.
           STRING "ALERT "                DELIMITED BY SIZE
                  WS-ALR-ID (WS-ALR-X)    DELIMITED BY SIZE
                  " UNACKNOWLEDGED - ESCALATION EXHAUSTED"
                                          DELIMITED BY SIZE
                  INTO WS-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WESCALATE", "EXHAUST-ONE-ALERT",
               WS-ERRLOG-DETAIL.

           DISPLAY " ".
           DISPLAY "********************************************"
                   "********************".
           DISPLAY "***      OPERATOR ALERT -- ESCALATION EXHAUSTED"
                   "              ***".
           DISPLAY "********************************************"
                   "********************".
           DISPLAY "*** ALERT....: " WS-ALR-ID (WS-ALR-X).
           DISPLAY "*** RAISED...: " WS-ALR-RAISED-DATE (WS-ALR-X) " "
                   WS-ALR-RAISED-TIME (WS-ALR-X) (1:6).
           DISPLAY "*** SOURCE...: " WS-ALR-SOURCE (WS-ALR-X).
           DISPLAY "*** TEXT.....: " WS-ALR-TEXT (WS-ALR-X).
           DISPLAY "*** EVERY LEVEL OF THE ON-CALL ROSTER WAS PAGED."
           DISPLAY "********************************************"
                   "********************".
           DISPLAY " ".

       STOP-RUN.

           STOP RUN.
