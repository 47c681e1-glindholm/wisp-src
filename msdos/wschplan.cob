      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WSCHPLAN.
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
      *    WSCHPLAN builds the day's submit plan from the standing
      *    schedules in WSCHED.DAT (read through the WSCHDUE service;
      *    format in wsched.cpy).  Run it as the first step of the
      *    day-start stream, after WDAYEND has rolled the business
      *    date:
      *
      *        WSCHPLAN [yyyymmdd]
      *
      *    Every schedule that falls due on the day (the WBATDATE
      *    business date when none is given) goes into the submit
      *    queue WSUBMITQ.DAT as a QUEUED entry for its stream, dated
      *    the day and timed at the schedule's HHMM, exactly as
      *    WSUBMIT would have queued it -- stamped with this session's
      *    operator, authority and entity -- and WSUBMITD launches it
      *    when the time comes.  The entry takes the stream's job
      *    class and priority from WJOBCLS, as a WSUBMIT entry with
      *    those fields left blank would.  The queue is read and
      *    appended to holding the WSUBMITQ lock (WENQ), so a
      *    dispatcher claiming an entry meanwhile cannot lose the
      *    new lines.
      *
      *    Nothing is queued twice.  A schedule already in the day's
      *    plan (WSCHPLAN.DAT, layout in wschplan.cpy) is skipped, so
      *    the step may be rerun; and where the queue already holds an
      *    entry for the same stream, date and time -- someone
      *    submitted it by hand -- that entry is adopted into the plan
      *    rather than queued again.  WSCHRPT reports the plan against
      *    what really ran.
      *
      *    RETURN-CODE is 4 when WSCHED.DAT is missing or holds a line
      *    that could not be read (it is left out of the plan), 8 when
      *    the queue cannot be written.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSUBMITQ-FILE ASSIGN TO "WSUBMITQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WSCHPLAN-FILE ASSIGN TO "WSCHPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.
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
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-CLASS       PIC X.
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-PRIORITY    PIC 9.
           05  FILLER                 PIC X.
           05  WS-SBQ-REC-DISPATCHER  PIC X(8).

       FD  WSCHPLAN-FILE.
       01  WSCHPLAN-FILE-RECORD       PIC X(89).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).

       01  WS-RUN-ID                  PIC X(20).
       01  WS-OPERATOR-ENV            PIC X(40).
       01  WS-OPERATOR                PIC X(8).
       01  WS-OPERATOR-AUTH           PIC XX.
       01  WS-OPERATOR-ENTITY         PIC X(4).
       01  WS-PLAN-DATE               PIC 9(8).

       01  WS-QUEUE-FILE-STATUS       PIC XX.
       01  WS-PLAN-FILE-STATUS        PIC XX.
       01  WS-QUEUE-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-QUEUE-EOF                     VALUE "Y".
       01  WS-PLAN-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-PLAN-EOF                      VALUE "Y".
       01  WS-QUEUE-OPEN-SWITCH       PIC X     VALUE "N".
           88  WS-QUEUE-OPEN                    VALUE "Y".
       01  WS-QUEUE-FAILED-SWITCH     PIC X     VALUE "N".
           88  WS-QUEUE-FAILED                  VALUE "Y".

       COPY "wsched.cpy".
       01  WS-SCHED-RETURN            PIC 9.
       01  WS-SCHED-X                 PIC 9(4)  COMP-5.

       COPY "wschplan.cpy".

           COPY "wjobcls.cpy".
       01  WS-CLASS-RETURN            PIC 9.
       01  WS-LOCK-NAME               PIC X(20) VALUE "WSUBMITQ".
       01  WS-LOCK-RETURN             PIC 9.

      *    The schedules already in the day's plan.
       01  WS-PLANNED-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PLANNED-TABLE.
           05  WS-PLANNED-ID          PIC X(8)  OCCURS 200 TIMES
                                      INDEXED BY WS-PLANNED-X.
       01  WS-PLANNED-SWITCH          PIC X.
           88  WS-ALREADY-PLANNED               VALUE "Y".

      *    The day's entries already in the submit queue.
       01  WS-NEXT-ENTRY              PIC 9(6)  VALUE ZERO.
       01  WS-QUEUE-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-QUEUE-MAX               PIC 9(4)  VALUE 500.
       01  WS-QUEUE-TABLE.
           05  WS-QUE-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-QUE-X.
               10  WS-QUE-NUMBER      PIC 9(6).
               10  WS-QUE-STREAM      PIC X(8).
               10  WS-QUE-TIME        PIC 9(4).
       01  WS-QUEUE-HIT               PIC 9(6).

       01  WS-LOG-NAME                PIC X(12) VALUE "WSCHPLAN.DAT".
       01  WS-LOG-LENGTH              PIC 9(4)  COMP VALUE 89.

       01  WS-QUEUED-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ADOPTED-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SKIPPED-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ9.
       01  WS-COUNT-DISP-3            PIC ZZZ9.
       01  WS-COUNT-DISP-4            PIC ZZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WSCHPLAN.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-PLAN-DATE
               ON EXCEPTION
                   ACCEPT WS-PLAN-DATE FROM DATE YYYYMMDD
           END-CALL.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 NOT = SPACES
               IF WS-ARG-1 (1:8) IS NOT NUMERIC
                       OR WS-ARG-1 (9:8) NOT = SPACES
                   DISPLAY "WSCHPLAN: USAGE IS  WSCHPLAN [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-ARG-1 (1:8) TO WS-PLAN-DATE
           END-IF.

           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE WS-OPERATOR-ENV (1:8) TO WS-OPERATOR.
           DISPLAY "WISPOPERAUTH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE WS-OPERATOR-ENV (1:2) TO WS-OPERATOR-AUTH.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE WS-OPERATOR-ENV (1:4) TO WS-OPERATOR-ENTITY.

           MOVE WS-PLAN-DATE TO SD-DATE.
           CALL "WSCHDUE" USING WSCHED-DAY, WS-SCHED-RETURN.
           IF WS-SCHED-RETURN NOT = ZERO
               DISPLAY "WSCHPLAN: NO WSCHED.DAT -- NOTHING PLANNED FOR "
                       WS-PLAN-DATE "."
               MOVE 4 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           IF SD-REJECT-COUNT > ZERO
               MOVE SD-REJECT-COUNT TO WS-COUNT-DISP
               DISPLAY "WSCHPLAN: " WS-COUNT-DISP
                       " WSCHED.DAT LINE(S) NOT UNDERSTOOD -- LEFT OUT."
           END-IF.

           PERFORM LOAD-DAY-PLAN THRU LOAD-DAY-PLAN-EXIT.

           CALL "WENQ" USING "WAI", WS-LOCK-NAME, WS-LOCK-RETURN.
           IF WS-LOCK-RETURN NOT = ZERO
               DISPLAY "WSCHPLAN: THE SUBMIT QUEUE IS LOCKED -- "
                       "NOTHING PLANNED FOR " WS-PLAN-DATE "."
               SET WS-QUEUE-FAILED TO TRUE
           ELSE
               PERFORM LOAD-DAY-QUEUE THRU LOAD-DAY-QUEUE-EXIT
               PERFORM VARYING WS-SCHED-X FROM 1 BY 1
                       UNTIL WS-SCHED-X > SD-SCHED-COUNT
                   IF SD-IS-DUE (WS-SCHED-X)
                       PERFORM PLAN-ONE-SCHEDULE
                           THRU PLAN-ONE-SCHEDULE-EXIT
                   END-IF
               END-PERFORM
               IF WS-QUEUE-OPEN
                   CLOSE WSUBMITQ-FILE
               END-IF
               CALL "WENQ" USING "DEQ", WS-LOCK-NAME, WS-LOCK-RETURN
           END-IF.

           MOVE SD-DUE-COUNT TO WS-COUNT-DISP.
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISP-2.
           MOVE WS-ADOPTED-COUNT TO WS-COUNT-DISP-3.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP-4.
           DISPLAY "WSCHPLAN: PLAN FOR " WS-PLAN-DATE " --"
                   WS-COUNT-DISP " DUE," WS-COUNT-DISP-2 " QUEUED,"
                   WS-COUNT-DISP-3 " ALREADY QUEUED,"
                   WS-COUNT-DISP-4 " ALREADY PLANNED.".

      *    Set last -- every CALL above leaves its own RETURN-CODE.
           IF WS-QUEUE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SD-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE SCHEDULES ALREADY PLANNED FOR THE DAY -- A RERUN OF THE
      * STEP MUST NOT QUEUE THEM AGAIN.
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
                               AND WS-PLANNED-COUNT < 200
                           ADD 1 TO WS-PLANNED-COUNT
                           SET WS-PLANNED-X TO WS-PLANNED-COUNT
                           MOVE SP-SCHED-ID
                               TO WS-PLANNED-ID (WS-PLANNED-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WSCHPLAN-FILE.

       LOAD-DAY-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * THE QUEUE -- THE NEXT ENTRY NUMBER, AND THE DAY'S ENTRIES.
      ******************************************************************

       LOAD-DAY-QUEUE.

           OPEN INPUT WSUBMITQ-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               GO TO LOAD-DAY-QUEUE-EXIT
           END-IF.
           PERFORM UNTIL WS-QUEUE-EOF
               READ WSUBMITQ-FILE
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-QUEUE-RECORD
               END-READ
           END-PERFORM.
           CLOSE WSUBMITQ-FILE.

       LOAD-DAY-QUEUE-EXIT.
           EXIT.

       TAKE-QUEUE-RECORD.

           IF WS-SBQ-REC-ENTRY IS NUMERIC
                   AND WS-SBQ-REC-ENTRY > WS-NEXT-ENTRY
               MOVE WS-SBQ-REC-ENTRY TO WS-NEXT-ENTRY
           END-IF.
           IF WS-SBQ-REC-DATE IS NUMERIC
                   AND WS-SBQ-REC-DATE = WS-PLAN-DATE
                   AND WS-SBQ-REC-TIME IS NUMERIC
                   AND WS-QUEUE-COUNT < WS-QUEUE-MAX
               ADD 1 TO WS-QUEUE-COUNT
               SET WS-QUE-X TO WS-QUEUE-COUNT
               MOVE WS-SBQ-REC-ENTRY TO WS-QUE-NUMBER (WS-QUE-X)
               MOVE WS-SBQ-REC-STREAM TO WS-QUE-STREAM (WS-QUE-X)
               MOVE WS-SBQ-REC-TIME TO WS-QUE-TIME (WS-QUE-X)
           END-IF.

      ******************************************************************
      * ONE DUE SCHEDULE -- SKIP IT, ADOPT THE ENTRY ALREADY QUEUED,
      * OR QUEUE IT; THEN WRITE IT INTO THE PLAN.
      ******************************************************************

       PLAN-ONE-SCHEDULE.

           MOVE "N" TO WS-PLANNED-SWITCH.
           PERFORM VARYING WS-PLANNED-X FROM 1 BY 1
                   UNTIL WS-PLANNED-X > WS-PLANNED-COUNT
                      OR WS-ALREADY-PLANNED
               IF WS-PLANNED-ID (WS-PLANNED-X)
                       = SD-SCHED-ID (WS-SCHED-X)
                   SET WS-ALREADY-PLANNED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ALREADY-PLANNED
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO PLAN-ONE-SCHEDULE-EXIT
           END-IF.

           MOVE ZERO TO WS-QUEUE-HIT.
           PERFORM VARYING WS-QUE-X FROM 1 BY 1
                   UNTIL WS-QUE-X > WS-QUEUE-COUNT
                      OR WS-QUEUE-HIT > ZERO
               IF WS-QUE-STREAM (WS-QUE-X) = SD-STREAM (WS-SCHED-X)
                       AND WS-QUE-TIME (WS-QUE-X)
                           = SD-TIME (WS-SCHED-X)
                   MOVE WS-QUE-NUMBER (WS-QUE-X) TO WS-QUEUE-HIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WSCHPLAN-RECORD.
           IF WS-QUEUE-HIT > ZERO
               MOVE WS-QUEUE-HIT TO SP-ENTRY
               MOVE "A" TO SP-ACTION
               ADD 1 TO WS-ADOPTED-COUNT
           ELSE
               PERFORM APPEND-QUEUE-ENTRY
                   THRU APPEND-QUEUE-ENTRY-EXIT
               IF WS-QUEUE-FAILED
                   GO TO PLAN-ONE-SCHEDULE-EXIT
               END-IF
               MOVE WS-NEXT-ENTRY TO SP-ENTRY
               MOVE "Q" TO SP-ACTION
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

           MOVE WS-PLAN-DATE TO SP-PLAN-DATE.
           MOVE SD-SCHED-ID (WS-SCHED-X) TO SP-SCHED-ID.
           MOVE SD-STREAM (WS-SCHED-X) TO SP-STREAM.
           MOVE SD-TIME (WS-SCHED-X) TO SP-TIME.
           ACCEPT SP-BUILT-DATE FROM DATE YYYYMMDD.
           ACCEPT SP-BUILT-TIME FROM TIME.
           MOVE WS-OPERATOR TO SP-OPERATOR.
           MOVE WS-RUN-ID TO SP-RUN.
           CALL "WLOGWRT" USING WS-LOG-NAME, WS-LOG-LENGTH,
               WSCHPLAN-RECORD.

           DISPLAY "WSCHPLAN: " SP-SCHED-ID " " SP-STREAM " AT "
                   SP-TIME " ENTRY " SP-ENTRY " "
                   SD-RECUR (WS-SCHED-X).

       PLAN-ONE-SCHEDULE-EXIT.
           EXIT.

      *    The entry WSUBMIT would have written, numbered one past the
      *    highest in the queue.
       APPEND-QUEUE-ENTRY.

           IF WS-QUEUE-FAILED
               GO TO APPEND-QUEUE-ENTRY-EXIT
           END-IF.
           IF NOT WS-QUEUE-OPEN
               OPEN EXTEND WSUBMITQ-FILE
               IF WS-QUEUE-FILE-STATUS = "35"
                   OPEN OUTPUT WSUBMITQ-FILE
               END-IF
               IF WS-QUEUE-FILE-STATUS NOT = "00"
                   DISPLAY "WSCHPLAN: CANNOT OPEN THE SUBMIT QUEUE "
                           "WSUBMITQ.DAT -- STATUS "
                           WS-QUEUE-FILE-STATUS
                   SET WS-QUEUE-FAILED TO TRUE
                   GO TO APPEND-QUEUE-ENTRY-EXIT
               END-IF
               SET WS-QUEUE-OPEN TO TRUE
           END-IF.

           ADD 1 TO WS-NEXT-ENTRY.
           MOVE SPACES TO WSUBMITQ-RECORD.
           MOVE "Q" TO WS-SBQ-REC-STATUS.
           MOVE WS-NEXT-ENTRY TO WS-SBQ-REC-ENTRY.
           MOVE SD-STREAM (WS-SCHED-X) TO WS-SBQ-REC-STREAM.
           MOVE WS-PLAN-DATE TO WS-SBQ-REC-DATE.
           MOVE SD-TIME (WS-SCHED-X) TO WS-SBQ-REC-TIME.
           MOVE WS-OPERATOR TO WS-SBQ-REC-OPERATOR.
           MOVE WS-OPERATOR-AUTH TO WS-SBQ-REC-AUTH.
           MOVE WS-OPERATOR-ENTITY TO WS-SBQ-REC-ENTITY.
           MOVE SD-STREAM (WS-SCHED-X) TO JC-STREAM.
           CALL "WJOBCLS" USING WJOBCLS-TABLE, WS-CLASS-RETURN
               ON EXCEPTION
                   MOVE "A" TO JC-STREAM-CLASS
                   MOVE 5 TO JC-STREAM-PRIORITY
           END-CALL.
           MOVE JC-STREAM-CLASS TO WS-SBQ-REC-CLASS.
           MOVE JC-STREAM-PRIORITY TO WS-SBQ-REC-PRIORITY.
           WRITE WSUBMITQ-RECORD.

       APPEND-QUEUE-ENTRY-EXIT.
           EXIT.

       STOP-RUN.

           STOP RUN.
