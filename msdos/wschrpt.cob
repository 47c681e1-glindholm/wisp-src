      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WSCHRPT.
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
      *    WSCHRPT sets one day's submit plan against what really ran:
      *
      *        WSCHRPT [yyyymmdd]
      *
      *    The plan is what WSCHPLAN wrote to WSCHPLAN.DAT for the day
      *    (the WBATDATE business date when none is given).  Each
      *    planned schedule is followed into the submit queue
      *    WSUBMITQ.DAT by its entry number, and from the entry's run
      *    ID into WISPRUN.LOG, where the first START and the last
      *    STOP carrying that RUN= say when the stream really started
      *    and ended.  Each line of the report is one schedule:
      *
      *        RAN          started and finished; LATE when it started
      *                     more than the grace (WISPCFG SCHEDLATEMIN,
      *                     default 15 minutes) after its time
      *        RUNNING      WSUBMITD has it in hand now
      *        WAITING      queued, its time not yet come
      *        NOT STARTED  queued and its time gone by, or no longer
      *                     in the queue at all
      *        NOT PLANNED  WSCHED.DAT says it was due that day but
      *                     the plan does not hold it -- WSCHPLAN did
      *                     not run, or the schedule was added after
      *
      *    The report goes to WSCHRPT.RPT.  RETURN-CODE is 4 when
      *    anything ran late, did not start, or was not planned.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSCHPLAN-FILE ASSIGN TO "WSCHPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT WSUBMITQ-FILE ASSIGN TO "WSUBMITQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WISPRUN-LOG-FILE ASSIGN TO "WISPRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT WSCHRPT-REPORT-FILE ASSIGN TO "WSCHRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WSCHPLAN-FILE.
       01  WSCHPLAN-FILE-RECORD       PIC X(89).

       FD  WSUBMITQ-FILE.
       01  WSUBMITQ-RECORD.
           05  WS-SBQ-REC-STATUS      PIC X.
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-ENTRY       PIC 9(6).
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-STREAM      PIC X(8).
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-DATE        PIC 9(8).
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-TIME        PIC 9(4).
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-OPERATOR    PIC X(8).
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-RUN         PIC X(20).
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-AUTH        PIC XX.
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-ENTITY      PIC X(4).
           05  FILLER                 PIC X(13).

       FD  WISPRUN-LOG-FILE.
       01  WISPRUN-LOG-RECORD.
           05  RL-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  RL-REC-TIME            PIC 9(8).
           05  RL-REC-ACTION          PIC X(7).
           05  RL-REC-PROGRAM         PIC X(80).
           05  FILLER                 PIC X(19).
           05  RL-REC-RUN-TAG         PIC X(4).
           05  RL-REC-RUN             PIC X(20).
           05  FILLER                 PIC X(13).

       FD  WSCHRPT-REPORT-FILE.
       01  WSCHRPT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).

       01  WS-RUN-ID                  PIC X(20).
       01  WS-PLAN-DATE               PIC 9(8).
       01  WS-TODAY                   PIC 9(8).
       01  WS-TIME-NOW                PIC 9(8).
       01  WS-HHMM-NOW                PIC 9(4).

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-GRACE-MINUTES           PIC 9(5)  VALUE 15.

       01  WS-PLAN-FILE-STATUS        PIC XX.
       01  WS-QUEUE-FILE-STATUS       PIC XX.
       01  WS-RUNLOG-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-PLAN-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-PLAN-EOF                      VALUE "Y".
       01  WS-QUEUE-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-QUEUE-EOF                     VALUE "Y".
       01  WS-RUNLOG-EOF-SWITCH       PIC X     VALUE "N".
           88  WS-RUNLOG-EOF                    VALUE "Y".

       COPY "wsched.cpy".
       01  WS-SCHED-RETURN            PIC 9.
       01  WS-SCHED-X                 PIC 9(4)  COMP-5.

       COPY "wschplan.cpy".

      *    The day's plan, one line per schedule, and what became of
      *    each: the queue entry's status and run, and the run's
      *    first START and last STOP in WISPRUN.LOG.
       01  WS-PLAN-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PLAN-MAX                PIC 9(4)  VALUE 200.
       01  WS-PLAN-TABLE.
           05  WS-PLN-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-PLN-X.
               10  WS-PLN-TIME        PIC 9(4).
               10  WS-PLN-SCHED-ID    PIC X(8).
               10  WS-PLN-STREAM      PIC X(8).
               10  WS-PLN-QUEUE-ENTRY PIC 9(6).
               10  WS-PLN-ACTION      PIC X.
               10  WS-PLN-STATUS      PIC X.
               10  WS-PLN-RUN         PIC X(20).
               10  WS-PLN-START-DATE  PIC 9(8).
               10  WS-PLN-START-TIME  PIC 9(8).
               10  WS-PLN-STOP-DATE   PIC 9(8).
               10  WS-PLN-STOP-TIME   PIC 9(8).
       01  WS-PLAN-HIT                PIC 9(4)  COMP-5.
       01  WS-SORT-I                  PIC 9(4)  COMP-5.
       01  WS-SORT-J                  PIC 9(4)  COMP-5.
       01  WS-SORT-HOLD               PIC X(80).
       01  WS-SORT-KEY-I              PIC X(12).

      *    Late minutes: both ends as minutes since day one.
       01  WS-SCHED-MINUTES           PIC 9(10) COMP-5.
       01  WS-START-MINUTES           PIC 9(10) COMP-5.
       01  WS-LATE-MINUTES            PIC 9(9)  COMP-5.
       01  WS-HH                      PIC 99.
       01  WS-MM                      PIC 99.

       01  WS-STATE-WORD              PIC X(11).
       01  WS-LATE-SWITCH             PIC X.
           88  WS-STARTED-LATE                  VALUE "Y".

       01  WS-RAN-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-LATE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RUNNING-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-WAITING-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-NOT-STARTED-COUNT       PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-NOT-PLANNED-COUNT       PIC 9(4)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ9.
       01  WS-LATE-DISP               PIC ZZZZ9.
       01  WS-STARTED-DISP            PIC X(14).
       01  WS-ENDED-DISP              PIC X(14).
       01  WS-LATE-TEXT               PIC X(10).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WSCHRPT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-PLAN-DATE
               ON EXCEPTION
                   ACCEPT WS-PLAN-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:4) TO WS-HHMM-NOW.

           MOVE "SCHEDLATEMIN" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-VALUE NOT = SPACES
               MOVE WS-CFG-NUMBER TO WS-GRACE-MINUTES
           END-IF.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 NOT = SPACES
               IF WS-ARG-1 (1:8) IS NOT NUMERIC
                       OR WS-ARG-1 (9:8) NOT = SPACES
                   DISPLAY "WSCHRPT: USAGE IS  WSCHRPT [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-ARG-1 (1:8) TO WS-PLAN-DATE
           END-IF.

           MOVE WS-PLAN-DATE TO SD-DATE.
           MOVE ZERO TO SD-SCHED-COUNT.
           CALL "WSCHDUE" USING WSCHED-DAY, WS-SCHED-RETURN
               ON EXCEPTION
                   MOVE ZERO TO SD-SCHED-COUNT
                   MOVE 1 TO WS-SCHED-RETURN
           END-CALL.

           PERFORM LOAD-DAY-PLAN THRU LOAD-DAY-PLAN-EXIT.
           PERFORM SORT-PLAN.
           PERFORM FOLLOW-QUEUE-ENTRIES THRU FOLLOW-QUEUE-ENTRIES-EXIT.
           PERFORM FOLLOW-RUN-LOG THRU FOLLOW-RUN-LOG-EXIT.

           OPEN OUTPUT WSCHRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WSCHRPT - SUBMIT PLAN VERSUS ACTUAL FOR "
                  WS-PLAN-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           STRING "SCHEDULE STREAM   TIME   ENTRY  STATE       "
                  "STARTED        ENDED           LATE MIN  RUN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-PLN-X FROM 1 BY 1
                   UNTIL WS-PLN-X > WS-PLAN-COUNT
               PERFORM LIST-ONE-PLANNED
           END-PERFORM.
           PERFORM VARYING WS-SCHED-X FROM 1 BY 1
                   UNTIL WS-SCHED-X > SD-SCHED-COUNT
               IF SD-IS-DUE (WS-SCHED-X)
                   PERFORM LIST-IF-NOT-PLANNED
               END-IF
           END-PERFORM.
           IF WS-PLAN-COUNT = ZERO AND WS-NOT-PLANNED-COUNT = ZERO
               MOVE "  (NOTHING SCHEDULED)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

           PERFORM WRITE-TOTALS.
           CLOSE WSCHRPT-REPORT-FILE.

           COMPUTE WS-COUNT-DISP = WS-LATE-COUNT + WS-NOT-STARTED-COUNT
               + WS-NOT-PLANNED-COUNT.
           DISPLAY "WSCHRPT: " WS-COUNT-DISP " SCHEDULE EXCEPTION(S)"
                   " FOR " WS-PLAN-DATE " -- SEE WSCHRPT.RPT".
           IF WS-LATE-COUNT > ZERO OR WS-NOT-STARTED-COUNT > ZERO
                   OR WS-NOT-PLANNED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
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
      * THE DAY'S PLAN -- THE LAST LINE FOR A SCHEDULE STANDS.
      ******************************************************************

       LOAD-DAY-PLAN.

           OPEN INPUT WSCHPLAN-FILE.
           IF WS-PLAN-FILE-STATUS NOT = "00"
               GO TO LOAD-DAY-PLAN-EXIT
           END-IF.
           PERFORM UNTIL WS-PLAN-EOF
               READ WSCHPLAN-FILE INTO WSCHPLAN-RECORD
                   AT END
                       SET WS-PLAN-EOF TO TRUE
                   NOT AT END
                       IF SP-PLAN-DATE IS NUMERIC
                               AND SP-PLAN-DATE = WS-PLAN-DATE
                           PERFORM TAKE-PLAN-LINE
                               THRU TAKE-PLAN-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WSCHPLAN-FILE.

       LOAD-DAY-PLAN-EXIT.
           EXIT.

       TAKE-PLAN-LINE.

           MOVE ZERO TO WS-PLAN-HIT.
           PERFORM VARYING WS-PLN-X FROM 1 BY 1
                   UNTIL WS-PLN-X > WS-PLAN-COUNT
                      OR WS-PLAN-HIT > ZERO
               IF WS-PLN-SCHED-ID (WS-PLN-X) = SP-SCHED-ID
                   SET WS-PLAN-HIT TO WS-PLN-X
               END-IF
           END-PERFORM.
           IF WS-PLAN-HIT = ZERO
               IF WS-PLAN-COUNT = WS-PLAN-MAX
                   GO TO TAKE-PLAN-LINE-EXIT
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-PLAN-HIT
           END-IF.
           SET WS-PLN-X TO WS-PLAN-HIT.
           MOVE SP-TIME TO WS-PLN-TIME (WS-PLN-X).
           MOVE SP-SCHED-ID TO WS-PLN-SCHED-ID (WS-PLN-X).
           MOVE SP-STREAM TO WS-PLN-STREAM (WS-PLN-X).
           MOVE SP-ENTRY TO WS-PLN-QUEUE-ENTRY (WS-PLN-X).
           MOVE SP-ACTION TO WS-PLN-ACTION (WS-PLN-X).
           MOVE SPACE TO WS-PLN-STATUS (WS-PLN-X).
           MOVE SPACES TO WS-PLN-RUN (WS-PLN-X).
           MOVE ZERO TO WS-PLN-START-DATE (WS-PLN-X)
                        WS-PLN-START-TIME (WS-PLN-X)
                        WS-PLN-STOP-DATE (WS-PLN-X)
                        WS-PLN-STOP-TIME (WS-PLN-X).

       TAKE-PLAN-LINE-EXIT.
           EXIT.

      *    Time of day first, then schedule ID.
       SORT-PLAN.

           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-PLAN-COUNT
               MOVE WS-PLN-ENTRY (WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-HOLD (1:12) TO WS-SORT-KEY-I
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               PERFORM UNTIL WS-SORT-J = ZERO
                          OR WS-PLN-ENTRY (WS-SORT-J) (1:12)
                             NOT > WS-SORT-KEY-I
                   MOVE WS-PLN-ENTRY (WS-SORT-J)
                       TO WS-PLN-ENTRY (WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-PLN-ENTRY (WS-SORT-J + 1)
           END-PERFORM.

      ******************************************************************
      * EACH PLANNED ENTRY IN THE QUEUE -- ITS STATUS AND RUN ID.
      ******************************************************************

       FOLLOW-QUEUE-ENTRIES.

           IF WS-PLAN-COUNT = ZERO
               GO TO FOLLOW-QUEUE-ENTRIES-EXIT
           END-IF.
           OPEN INPUT WSUBMITQ-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               GO TO FOLLOW-QUEUE-ENTRIES-EXIT
           END-IF.
           PERFORM UNTIL WS-QUEUE-EOF
               READ WSUBMITQ-FILE
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF WS-SBQ-REC-ENTRY IS NUMERIC
                           PERFORM TAKE-QUEUE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WSUBMITQ-FILE.

       FOLLOW-QUEUE-ENTRIES-EXIT.
           EXIT.

       TAKE-QUEUE-RECORD.

           PERFORM VARYING WS-PLN-X FROM 1 BY 1
                   UNTIL WS-PLN-X > WS-PLAN-COUNT
               IF WS-PLN-QUEUE-ENTRY (WS-PLN-X) = WS-SBQ-REC-ENTRY
                   MOVE WS-SBQ-REC-STATUS TO WS-PLN-STATUS (WS-PLN-X)
                   MOVE WS-SBQ-REC-RUN TO WS-PLN-RUN (WS-PLN-X)
               END-IF
           END-PERFORM.

      ******************************************************************
      * EACH RUN IN WISPRUN.LOG -- FIRST START, LAST STOP.
      ******************************************************************

       FOLLOW-RUN-LOG.

           IF WS-PLAN-COUNT = ZERO
               GO TO FOLLOW-RUN-LOG-EXIT
           END-IF.
           OPEN INPUT WISPRUN-LOG-FILE.
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               GO TO FOLLOW-RUN-LOG-EXIT
           END-IF.
           PERFORM UNTIL WS-RUNLOG-EOF
               READ WISPRUN-LOG-FILE
                   AT END
                       SET WS-RUNLOG-EOF TO TRUE
                   NOT AT END
                       IF RL-REC-RUN-TAG = "RUN="
                               AND RL-REC-DATE IS NUMERIC
                               AND RL-REC-TIME IS NUMERIC
                           PERFORM TAKE-RUNLOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISPRUN-LOG-FILE.

       FOLLOW-RUN-LOG-EXIT.
           EXIT.

       TAKE-RUNLOG-RECORD.

           PERFORM VARYING WS-PLN-X FROM 1 BY 1
                   UNTIL WS-PLN-X > WS-PLAN-COUNT
               IF WS-PLN-RUN (WS-PLN-X) = RL-REC-RUN
                       AND WS-PLN-RUN (WS-PLN-X) NOT = SPACES
                   IF RL-REC-ACTION = " START "
                           AND WS-PLN-START-DATE (WS-PLN-X) = ZERO
                       MOVE RL-REC-DATE TO WS-PLN-START-DATE (WS-PLN-X)
                       MOVE RL-REC-TIME TO WS-PLN-START-TIME (WS-PLN-X)
                   END-IF
                   IF RL-REC-ACTION = " STOP  "
                       MOVE RL-REC-DATE TO WS-PLN-STOP-DATE (WS-PLN-X)
                       MOVE RL-REC-TIME TO WS-PLN-STOP-TIME (WS-PLN-X)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ONE PLANNED SCHEDULE AND WHAT BECAME OF IT.
      ******************************************************************

       LIST-ONE-PLANNED.

           MOVE "N" TO WS-LATE-SWITCH.
           MOVE SPACES TO WS-STARTED-DISP WS-ENDED-DISP WS-LATE-TEXT.
           IF WS-PLN-START-DATE (WS-PLN-X) NOT = ZERO
               STRING WS-PLN-START-DATE (WS-PLN-X) " "
                      WS-PLN-START-TIME (WS-PLN-X) (1:2) ":"
                      WS-PLN-START-TIME (WS-PLN-X) (3:2)
                   DELIMITED BY SIZE INTO WS-STARTED-DISP
               END-STRING
               PERFORM COMPUTE-LATE-MINUTES
           END-IF.
           IF WS-PLN-STOP-DATE (WS-PLN-X) NOT = ZERO
               STRING WS-PLN-STOP-DATE (WS-PLN-X) " "
                      WS-PLN-STOP-TIME (WS-PLN-X) (1:2) ":"
                      WS-PLN-STOP-TIME (WS-PLN-X) (3:2)
                   DELIMITED BY SIZE INTO WS-ENDED-DISP
               END-STRING
           END-IF.

           EVALUATE WS-PLN-STATUS (WS-PLN-X)
               WHEN "F"
                   MOVE "RAN" TO WS-STATE-WORD
                   ADD 1 TO WS-RAN-COUNT
               WHEN "R"
                   MOVE "RUNNING" TO WS-STATE-WORD
                   ADD 1 TO WS-RUNNING-COUNT
               WHEN "Q"
                   IF WS-PLAN-DATE < WS-TODAY
                           OR (WS-PLAN-DATE = WS-TODAY
                               AND WS-PLN-TIME (WS-PLN-X)
                                   < WS-HHMM-NOW)
                       MOVE "NOT STARTED" TO WS-STATE-WORD
                       ADD 1 TO WS-NOT-STARTED-COUNT
                   ELSE
                       MOVE "WAITING" TO WS-STATE-WORD
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
               WHEN OTHER
                   MOVE "NOT STARTED" TO WS-STATE-WORD
                   ADD 1 TO WS-NOT-STARTED-COUNT
           END-EVALUATE.
           IF WS-STARTED-LATE
               ADD 1 TO WS-LATE-COUNT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PLN-SCHED-ID (WS-PLN-X) " "
                  WS-PLN-STREAM (WS-PLN-X) " "
                  WS-PLN-TIME (WS-PLN-X) (1:2) ":"
                  WS-PLN-TIME (WS-PLN-X) (3:2) "  "
                  WS-PLN-QUEUE-ENTRY (WS-PLN-X) " "
                  WS-STATE-WORD " "
                  WS-STARTED-DISP " "
                  WS-ENDED-DISP "  "
                  WS-LATE-TEXT " "
                  WS-PLN-RUN (WS-PLN-X)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-PLN-STATUS (WS-PLN-X) = SPACE
               MOVE "      ENTRY NO LONGER IN THE SUBMIT QUEUE"
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.
           IF WS-PLN-ACTION (WS-PLN-X) = "A"
               MOVE "      SUBMITTED BY HAND, ADOPTED INTO THE PLAN"
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       COMPUTE-LATE-MINUTES.

           MOVE WS-PLN-TIME (WS-PLN-X) (1:2) TO WS-HH.
           MOVE WS-PLN-TIME (WS-PLN-X) (3:2) TO WS-MM.
           COMPUTE WS-SCHED-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-PLAN-DATE) * 1440
               + WS-HH * 60 + WS-MM.
           MOVE WS-PLN-START-TIME (WS-PLN-X) (1:2) TO WS-HH.
           MOVE WS-PLN-START-TIME (WS-PLN-X) (3:2) TO WS-MM.
           COMPUTE WS-START-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-PLN-START-DATE (WS-PLN-X))
               * 1440 + WS-HH * 60 + WS-MM.
           IF WS-START-MINUTES > WS-SCHED-MINUTES
               COMPUTE WS-LATE-MINUTES =
                   WS-START-MINUTES - WS-SCHED-MINUTES
           ELSE
               MOVE ZERO TO WS-LATE-MINUTES
           END-IF.
           MOVE WS-LATE-MINUTES TO WS-LATE-DISP.
           MOVE WS-LATE-DISP TO WS-LATE-TEXT.
           IF WS-LATE-MINUTES > WS-GRACE-MINUTES
               MOVE "Y" TO WS-LATE-SWITCH
               MOVE "LATE" TO WS-LATE-TEXT (7:4)
           END-IF.

      *    A schedule due today that the plan does not hold.
       LIST-IF-NOT-PLANNED.

           MOVE ZERO TO WS-PLAN-HIT.
           PERFORM VARYING WS-PLN-X FROM 1 BY 1
                   UNTIL WS-PLN-X > WS-PLAN-COUNT
                      OR WS-PLAN-HIT > ZERO
               IF WS-PLN-SCHED-ID (WS-PLN-X)
                       = SD-SCHED-ID (WS-SCHED-X)
                   SET WS-PLAN-HIT TO WS-PLN-X
               END-IF
           END-PERFORM.
           IF WS-PLAN-HIT = ZERO
               ADD 1 TO WS-NOT-PLANNED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING SD-SCHED-ID (WS-SCHED-X) " "
                      SD-STREAM (WS-SCHED-X) " "
                      SD-TIME (WS-SCHED-X) (1:2) ":"
                      SD-TIME (WS-SCHED-X) (3:2) "         "
                      "NOT PLANNED  " SD-RECUR (WS-SCHED-X)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

       WRITE-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-PLAN-COUNT TO WS-COUNT-DISP.
           STRING "PLANNED       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RAN-COUNT TO WS-COUNT-DISP.
           STRING "RAN           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LATE-COUNT TO WS-COUNT-DISP.
           MOVE WS-GRACE-MINUTES TO WS-LATE-DISP.
           STRING "STARTED LATE  " WS-COUNT-DISP
                  "   (MORE THAN" WS-LATE-DISP " MINUTES)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RUNNING-COUNT TO WS-COUNT-DISP.
           STRING "RUNNING       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-WAITING-COUNT TO WS-COUNT-DISP.
           STRING "WAITING       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-NOT-STARTED-COUNT TO WS-COUNT-DISP.
           STRING "NOT STARTED   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-NOT-PLANNED-COUNT TO WS-COUNT-DISP.
           STRING "NOT PLANNED   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-SCHED-RETURN NOT = ZERO
               MOVE "WSCHED.DAT IS MISSING -- NO SCHEDULE WAS CHECKED."
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       PUT-LINE.

           WRITE WSCHRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
