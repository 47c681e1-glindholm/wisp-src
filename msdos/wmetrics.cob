      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WMETRICS.
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
      *    WMETRICS writes the system's health as a small text file of
      *    name/value lines for the enterprise monitoring agent to
      *    scrape, so the batch window shows up on the same dashboards
      *    as every other server.  The file is in the agent's text
      *    exposition format -- "# HELP" and "# TYPE" lines, then one
      *    "name{labels} value" line per figure:
      *
      *        wisp_business_date              WBATDATE's date
      *        wisp_steps_running              steps STARTed in
      *                                        WISPRUN.LOG (today and
      *                                        yesterday) and not yet
      *                                        STOPped, by run
      *        wisp_steps_failed_today         WISPRUN's STEP FAILED
      *                                        events on the business
      *                                        date
      *        wisp_queue_depth{queue,state}   WSUBMITQ.DAT queued and
      *                                        dispatched; WSPOOLQ.DAT
      *                                        ready, held, negotiable
      *        wisp_locks_held                 WENQLOCK.DAT holders
      *        wisp_lock_waiters               and waiters
      *        wisp_errors_today{severity}     WISPERR.LOG events on
      *                                        the business date, at
      *                                        the WERRRULES.DAT level
      *                                        WERRWATCH gives them
      *                                        (unrated when no rule
      *                                        matches)
      *        wisp_screen_response_worst_seconds
      *        wisp_screens_shown              PERFLOG records since
      *                                        the last export
      *        wisp_alerts_unacknowledged      WALERTS.DAT alerts
      *                                        raised and not yet
      *                                        acknowledged
      *        wisp_alert_oldest_unacknowledged_seconds
      *        wisp_alert_oldest_unacknowledged_id
      *                                        the oldest of them
      *                                        (zero when none)
      *
      *    "Today" is the business date, because that is what
      *    WISPERR.LOG is stamped with -- a batch that crosses
      *    midnight stays one day.  The last export's place in
      *    PERFLOG is kept in WMETRICS.CKP, the way WERRWATCH keeps
      *    its place, so the worst response time is for the interval
      *    since the previous file however the program is run.
      *
      *    The file is built as name.TMP and renamed over the last
      *    one when complete, so the agent never reads half a file.
      *
      *    WISPCFG keys:
      *        METRICSFILE  the file written (default WMETRICS.PROM).
      *        METRICSPOLL  seconds between exports; zero or absent
      *                     is one export, same convention as
      *                     WERRWATCH.
      *
      *    "WMETRICS ONCE" makes one export whatever METRICSPOLL
      *    says, for a job stream step.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WISPRUN-LOG-FILE ASSIGN TO "WISPRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT WISPERRLOG-FILE ASSIGN TO "WISPERR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-FILE-STATUS.
           SELECT WERRRULES-FILE ASSIGN TO "WERRRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT WSUBMITQ-FILE ASSIGN TO "WSUBMITQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WSPOOLQ-FILE ASSIGN TO "WSPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-FILE-STATUS.
           SELECT WENQ-LOCK-FILE ASSIGN TO "WENQLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT PERFLOG-FILE ASSIGN TO "PERFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-FILE-STATUS.
           SELECT WALERTS-FILE ASSIGN TO "WALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT WMETRICS-CKP-FILE ASSIGN TO "WMETRICS.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-FILE-STATUS.
           SELECT WMETRICS-OUT-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WISPRUN-LOG-FILE.
       01  WISPRUN-LOG-RECORD.
           05  RL-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  RL-REC-TIME            PIC 9(8).
           05  RL-REC-ACTION          PIC X(7).
           05  RL-REC-PROGRAM         PIC X(80).
           05  FILLER                 PIC X(23).
           05  RL-REC-RUN             PIC X(20).

       FD  WISPERRLOG-FILE.
       01  WISPERRLOG-RECORD.
           05  EL-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  EL-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X.
           05  EL-REC-PROGRAM         PIC X(12).
           05  FILLER                 PIC X.
           05  EL-REC-PARAGRAPH       PIC X(30).
           05  FILLER                 PIC X.
           05  EL-REC-DETAIL          PIC X(80).

       FD  WERRRULES-FILE.
       01  WERRRULES-RECORD.
           05  RU-REC-PROGRAM         PIC X(12).
           05  FILLER                 PIC X.
           05  RU-REC-PARAGRAPH       PIC X(30).
           05  FILLER                 PIC X.
           05  RU-REC-LEVEL           PIC X(8).
           05  FILLER                 PIC X.
           05  RU-REC-PATTERN         PIC X(40).

       FD  WSUBMITQ-FILE.
       01  WSUBMITQ-RECORD.
           05  SQ-REC-STATUS          PIC X.
           05  FILLER                 PIC X(89).

       FD  WSPOOLQ-FILE.
       01  WSPOOLQ-RECORD.
           05  SP-REC-STATUS          PIC X.
           05  FILLER                 PIC X(129).

       FD  WENQ-LOCK-FILE.
       01  WENQ-LOCK-RECORD.
           05  LK-REC-NAME            PIC X(20).
           05  FILLER                 PIC X(40).
           05  LK-REC-TYPE            PIC X.

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

       FD  WALERTS-FILE.
       COPY "walert.cpy".

       FD  WMETRICS-CKP-FILE.
       01  WMETRICS-CKP-RECORD        PIC X(10).

       FD  WMETRICS-OUT-FILE.
       01  WMETRICS-OUT-RECORD        PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).

       01  WS-RUNLOG-FILE-STATUS      PIC XX.
       01  WS-ERRLOG-FILE-STATUS      PIC XX.
       01  WS-RULES-FILE-STATUS       PIC XX.
       01  WS-QUEUE-FILE-STATUS       PIC XX.
       01  WS-SPOOL-FILE-STATUS       PIC XX.
       01  WS-LOCK-FILE-STATUS        PIC XX.
       01  WS-PERF-FILE-STATUS        PIC XX.
       01  WS-ALERT-FILE-STATUS       PIC XX.
       01  WS-CKP-FILE-STATUS         PIC XX.
       01  WS-OUT-FILE-STATUS         PIC XX.
       01  WS-EOF-SWITCH              PIC X     VALUE "N".
           88  WS-AT-EOF                        VALUE "Y".

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-POLL-SECS               PIC 9(5)  VALUE ZERO.
       01  WS-FINAL-PATH              PIC X(100).
       01  WS-WORK-PATH               PIC X(100).
       01  WS-FILE-RC                 PIC S9(9) COMP-5.

       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-NOW-DATE                PIC 9(8).
       01  WS-NOW-TIME                PIC 9(8).
       01  WS-YESTERDAY               PIC 9(8).
       01  WS-NOW-SECS                PIC 9(12) COMP-5.
       01  WS-STAMP-SECS              PIC 9(12) COMP-5.
       01  WS-TIME-WORK.
           05  WS-TIME-WORK-HH        PIC 99.
           05  WS-TIME-WORK-MM        PIC 99.
           05  WS-TIME-WORK-SS        PIC 99.
           05  FILLER                 PIC 99.

      *    The figures, gathered fresh each export.
       01  WS-STEPS-RUNNING           PIC 9(10) COMP-5.
       01  WS-STEPS-FAILED            PIC 9(10) COMP-5.
       01  WS-SUBMIT-QUEUED           PIC 9(10) COMP-5.
       01  WS-SUBMIT-DISPATCHED       PIC 9(10) COMP-5.
       01  WS-SPOOL-READY             PIC 9(10) COMP-5.
       01  WS-SPOOL-HELD              PIC 9(10) COMP-5.
       01  WS-SPOOL-NEGOTIABLE        PIC 9(10) COMP-5.
       01  WS-LOCKS-HELD              PIC 9(10) COMP-5.
       01  WS-LOCK-WAITERS            PIC 9(10) COMP-5.
       01  WS-ERRORS-CRITICAL         PIC 9(10) COMP-5.
       01  WS-ERRORS-WARNING          PIC 9(10) COMP-5.
       01  WS-ERRORS-INFO             PIC 9(10) COMP-5.
       01  WS-ERRORS-UNRATED          PIC 9(10) COMP-5.
       01  WS-WORST-RESPONSE          PIC 9(10) COMP-5.
       01  WS-SCREENS-SHOWN           PIC 9(10) COMP-5.
       01  WS-ALERTS-UNACKED          PIC 9(10) COMP-5.
       01  WS-OLDEST-ALERT-AGE        PIC 9(10) COMP-5.
       01  WS-OLDEST-ALERT-ID         PIC 9(10) COMP-5.

      *    Steps in flight -- one slot per run and program, STARTs
      *    less STOPs.
       01  WS-STEP-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-STEP-MAX                PIC 9(4)  VALUE 200.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-STP-X.
               10  WS-STP-RUN         PIC X(20).
               10  WS-STP-PROGRAM     PIC X(8).
               10  WS-STP-OPEN        PIC 9(4) COMP-5.
       01  WS-STEP-FOUND-SWITCH       PIC X.
           88  WS-STEP-FOUND                    VALUE "Y".

      *    The WERRRULES.DAT match table, as WERRWATCH loads it.
       01  WS-RULE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RULE-MAX                PIC 9(4)  VALUE 100.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY  OCCURS 100 TIMES
                              INDEXED BY WS-RULE-X.
               10  WS-RULE-PROGRAM    PIC X(12).
               10  WS-RULE-PARAGRAPH  PIC X(30).
               10  WS-RULE-LEVEL      PIC X(8).
               10  WS-RULE-PATTERN    PIC X(40).
               10  WS-RULE-PAT-LEN    PIC 9(4) COMP-5.
       01  WS-MATCH-SWITCH            PIC X     VALUE "N".
           88  WS-RULE-MATCHED                  VALUE "Y".
       01  WS-EVENT-RANK              PIC 9.
       01  WS-RULE-RANK               PIC 9.
       01  WS-SCAN-POS                PIC 9(4)  COMP-5.
       01  WS-SCAN-LIMIT              PIC 9(4)  COMP-5.
       01  WS-PAT-LEN                 PIC 9(4)  COMP-5.

      *    The alerts still unacknowledged; a slot freed by an
      *    acknowledgement takes the next raised alert.
       01  WS-ALERT-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ALERT-MAX               PIC 9(4)  VALUE 200.
       01  WS-ALERT-TABLE.
           05  WS-ALR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-ALR-X.
               10  WS-ALR-ID          PIC 9(6).
               10  WS-ALR-OPEN        PIC X.
               10  WS-ALR-DATE        PIC 9(8).
               10  WS-ALR-TIME        PIC 9(8).
       01  WS-FREE-SLOT               PIC 9(4)  COMP-5.

      *    PERFLOG position, as WERRWATCH keeps WISPERR.LOG's.
       01  WS-PERF-PROCESSED          PIC 9(10) COMP-5 VALUE ZERO.
       01  WS-RECORD-NUMBER           PIC 9(10) COMP-5 VALUE ZERO.
       01  WS-CKP-COUNT-DISP          PIC 9(10).
       01  WS-ELAPSED-NUM             PIC 9(6).

      *    One metric line.
       01  WS-METRIC-NAME             PIC X(80).
       01  WS-METRIC-HELP             PIC X(100).
       01  WS-METRIC-VALUE            PIC 9(10) COMP-5.
       01  WS-VALUE-EDIT              PIC Z(9)9.
       01  WS-VALUE-START             PIC 9(4)  COMP-5.
       01  WS-OUT-LINE                PIC X(132).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WMETRICS.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.

           MOVE "METRICSPOLL" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-POLL-SECS.
           IF WS-ARG-1 = "ONCE"
               MOVE ZERO TO WS-POLL-SECS
           END-IF.

           MOVE "METRICSFILE" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           MOVE WS-CFG-VALUE TO WS-FINAL-PATH.
           IF WS-FINAL-PATH = SPACES
               MOVE "WMETRICS.PROM" TO WS-FINAL-PATH
           END-IF.
           MOVE SPACES TO WS-WORK-PATH.
           STRING WS-FINAL-PATH       DELIMITED BY SPACE
                  ".TMP"              DELIMITED BY SIZE
                  INTO WS-WORK-PATH
           END-STRING.

           PERFORM LOAD-RULES-TABLE
               THRU LOAD-RULES-TABLE-EXIT.
           PERFORM READ-CHECKPOINT.

           PERFORM EXPORT-ONE-PASS
               THRU EXPORT-ONE-PASS-EXIT.
           PERFORM UNTIL WS-POLL-SECS = ZERO
               CALL "C$SLEEP" USING WS-POLL-SECS
               PERFORM EXPORT-ONE-PASS
                   THRU EXPORT-ONE-PASS-EXIT
           END-PERFORM.

           GO TO STOP-RUN.

      ******************************************************************
      * LOAD THE SITE RULES FILE INTO THE MATCH TABLE.
      ******************************************************************

       LOAD-RULES-TABLE.

           OPEN INPUT WERRRULES-FILE.
           IF WS-RULES-FILE-STATUS NOT = "00"
               GO TO LOAD-RULES-TABLE-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF
               READ WERRRULES-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF WERRRULES-RECORD NOT = SPACES
                               AND RU-REC-PROGRAM (1:2) NOT = "**"
                               AND WS-RULE-COUNT < WS-RULE-MAX
                           ADD 1 TO WS-RULE-COUNT
                           SET WS-RULE-X TO WS-RULE-COUNT
                           MOVE RU-REC-PROGRAM
                               TO WS-RULE-PROGRAM (WS-RULE-X)
                           MOVE RU-REC-PARAGRAPH
                               TO WS-RULE-PARAGRAPH (WS-RULE-X)
                           MOVE RU-REC-LEVEL
                               TO WS-RULE-LEVEL (WS-RULE-X)
                           MOVE RU-REC-PATTERN
                               TO WS-RULE-PATTERN (WS-RULE-X)
                           PERFORM SET-RULE-PATTERN-LENGTH
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WERRRULES-FILE.

       LOAD-RULES-TABLE-EXIT.
           EXIT.

       SET-RULE-PATTERN-LENGTH.

           MOVE ZERO TO WS-RULE-PAT-LEN (WS-RULE-X).
           PERFORM VARYING WS-SCAN-POS FROM 40 BY -1
                   UNTIL WS-SCAN-POS < 1
                      OR WS-RULE-PAT-LEN (WS-RULE-X) > ZERO
               IF WS-RULE-PATTERN (WS-RULE-X) (WS-SCAN-POS:1)
                       NOT = SPACE
                   MOVE WS-SCAN-POS TO WS-RULE-PAT-LEN (WS-RULE-X)
               END-IF
           END-PERFORM.

      ******************************************************************
      * REMEMBER AND RESTORE HOW FAR INTO PERFLOG WE HAVE READ.
      ******************************************************************

       READ-CHECKPOINT.

           OPEN INPUT WMETRICS-CKP-FILE.
           IF WS-CKP-FILE-STATUS = "00"
               READ WMETRICS-CKP-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WMETRICS-CKP-RECORD IS NUMERIC
                           MOVE WMETRICS-CKP-RECORD
                               TO WS-PERF-PROCESSED
                       END-IF
               END-READ
               CLOSE WMETRICS-CKP-FILE
           END-IF.

       WRITE-CHECKPOINT.

           OPEN OUTPUT WMETRICS-CKP-FILE.
           MOVE WS-PERF-PROCESSED TO WS-CKP-COUNT-DISP.
           WRITE WMETRICS-CKP-RECORD FROM WS-CKP-COUNT-DISP.
           CLOSE WMETRICS-CKP-FILE.

      ******************************************************************
      * ONE EXPORT -- GATHER EVERY FIGURE, THEN WRITE THE FILE.
      ******************************************************************

       EXPORT-ONE-PASS.

      *    WBATDATE holds the date it first read for the life of the
      *    run; a fresh copy each export sees the end-of-day advance.
           CANCEL "WBATDATE".
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) - 1).
           MOVE WS-NOW-TIME TO WS-TIME-WORK.
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) * 86400
               + WS-TIME-WORK-HH * 3600
               + WS-TIME-WORK-MM * 60
               + WS-TIME-WORK-SS.

           PERFORM COUNT-RUNNING-STEPS
               THRU COUNT-RUNNING-STEPS-EXIT.
           PERFORM COUNT-ERRORS-TODAY
               THRU COUNT-ERRORS-TODAY-EXIT.
           PERFORM COUNT-QUEUES.
           PERFORM COUNT-LOCKS.
           PERFORM MEASURE-RESPONSE
               THRU MEASURE-RESPONSE-EXIT.
           PERFORM FIND-UNACKED-ALERTS
               THRU FIND-UNACKED-ALERTS-EXIT.

           PERFORM WRITE-METRICS-FILE
               THRU WRITE-METRICS-FILE-EXIT.

       EXPORT-ONE-PASS-EXIT.
           EXIT.

      ******************************************************************
      * STEPS IN FLIGHT -- WISPRUN.LOG START AND STOP LINES OF TODAY
      * AND YESTERDAY (A STEP MAY HAVE STARTED BEFORE MIDNIGHT).
      ******************************************************************

       COUNT-RUNNING-STEPS.

           MOVE ZERO TO WS-STEPS-RUNNING WS-STEP-COUNT.
           OPEN INPUT WISPRUN-LOG-FILE.
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               GO TO COUNT-RUNNING-STEPS-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF
               READ WISPRUN-LOG-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF RL-REC-DATE IS NUMERIC
                               AND RL-REC-DATE NOT < WS-YESTERDAY
                           PERFORM NOTE-STEP-START-STOP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISPRUN-LOG-FILE.

           PERFORM VARYING WS-STP-X FROM 1 BY 1
                   UNTIL WS-STP-X > WS-STEP-COUNT
               ADD WS-STP-OPEN (WS-STP-X) TO WS-STEPS-RUNNING
           END-PERFORM.

       COUNT-RUNNING-STEPS-EXIT.
           EXIT.

       NOTE-STEP-START-STOP.

           IF RL-REC-ACTION NOT = " START " AND NOT = " STOP  "
               GO TO NOTE-STEP-START-STOP-EXIT
           END-IF.
           MOVE "N" TO WS-STEP-FOUND-SWITCH.
           PERFORM VARYING WS-STP-X FROM 1 BY 1
                   UNTIL WS-STP-X > WS-STEP-COUNT
                      OR WS-STEP-FOUND
               IF WS-STP-RUN (WS-STP-X) = RL-REC-RUN
                       AND WS-STP-PROGRAM (WS-STP-X)
                           = RL-REC-PROGRAM (1:8)
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-STEP-FOUND
               SET WS-STP-X DOWN BY 1
           ELSE
               IF WS-STEP-COUNT NOT < WS-STEP-MAX
                       OR RL-REC-ACTION = " STOP  "
                   GO TO NOTE-STEP-START-STOP-EXIT
               END-IF
               ADD 1 TO WS-STEP-COUNT
               SET WS-STP-X TO WS-STEP-COUNT
               MOVE RL-REC-RUN TO WS-STP-RUN (WS-STP-X)
               MOVE RL-REC-PROGRAM (1:8) TO WS-STP-PROGRAM (WS-STP-X)
               MOVE ZERO TO WS-STP-OPEN (WS-STP-X)
           END-IF.
           IF RL-REC-ACTION = " START "
               ADD 1 TO WS-STP-OPEN (WS-STP-X)
           ELSE
               IF WS-STP-OPEN (WS-STP-X) > ZERO
                   SUBTRACT 1 FROM WS-STP-OPEN (WS-STP-X)
               END-IF
           END-IF.

       NOTE-STEP-START-STOP-EXIT.
           EXIT.

      ******************************************************************
      * WISPERR.LOG ON THE BUSINESS DATE -- FAILED STEPS, AND EVERY
      * EVENT AT THE HIGHEST LEVEL A RULE GIVES IT.
      ******************************************************************

       COUNT-ERRORS-TODAY.

           MOVE ZERO TO WS-STEPS-FAILED WS-ERRORS-CRITICAL
                        WS-ERRORS-WARNING WS-ERRORS-INFO
                        WS-ERRORS-UNRATED.
           OPEN INPUT WISPERRLOG-FILE.
           IF WS-ERRLOG-FILE-STATUS NOT = "00"
               GO TO COUNT-ERRORS-TODAY-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF
               READ WISPERRLOG-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF EL-REC-DATE = WS-BUSINESS-DATE
                           PERFORM RATE-ONE-ERROR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISPERRLOG-FILE.

       COUNT-ERRORS-TODAY-EXIT.
           EXIT.

       RATE-ONE-ERROR.

           IF EL-REC-PROGRAM = "WISPRUN"
                   AND EL-REC-DETAIL (1:20) = "STEP FAILED PROGRAM="
               ADD 1 TO WS-STEPS-FAILED
           END-IF.

      *    Rank 3 CRITICAL, 2 WARNING, 1 INFO, 0 no rule matched.
           MOVE ZERO TO WS-EVENT-RANK.
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > WS-RULE-COUNT
               MOVE "N" TO WS-MATCH-SWITCH
               IF WS-RULE-PROGRAM (WS-RULE-X) (1:1) = "*"
                       OR WS-RULE-PROGRAM (WS-RULE-X) = EL-REC-PROGRAM
                   IF WS-RULE-PARAGRAPH (WS-RULE-X) (1:1) = "*"
                           OR WS-RULE-PARAGRAPH (WS-RULE-X)
                               = EL-REC-PARAGRAPH
                       PERFORM MATCH-PATTERN-IN-DETAIL
                   END-IF
               END-IF
               IF WS-RULE-MATCHED
                   EVALUATE WS-RULE-LEVEL (WS-RULE-X)
                       WHEN "CRITICAL"
                           MOVE 3 TO WS-RULE-RANK
                       WHEN "WARNING"
                           MOVE 2 TO WS-RULE-RANK
                       WHEN OTHER
                           MOVE 1 TO WS-RULE-RANK
                   END-EVALUATE
                   IF WS-RULE-RANK > WS-EVENT-RANK
                       MOVE WS-RULE-RANK TO WS-EVENT-RANK
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE WS-EVENT-RANK
               WHEN 3
                   ADD 1 TO WS-ERRORS-CRITICAL
               WHEN 2
                   ADD 1 TO WS-ERRORS-WARNING
               WHEN 1
                   ADD 1 TO WS-ERRORS-INFO
               WHEN OTHER
                   ADD 1 TO WS-ERRORS-UNRATED
           END-EVALUATE.

       MATCH-PATTERN-IN-DETAIL.

           MOVE WS-RULE-PAT-LEN (WS-RULE-X) TO WS-PAT-LEN.
           IF WS-PAT-LEN = ZERO
               SET WS-RULE-MATCHED TO TRUE
           ELSE
               COMPUTE WS-SCAN-LIMIT = 80 - WS-PAT-LEN + 1
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
                          OR WS-RULE-MATCHED
                   IF EL-REC-DETAIL (WS-SCAN-POS:WS-PAT-LEN)
                           = WS-RULE-PATTERN (WS-RULE-X) (1:WS-PAT-LEN)
                       SET WS-RULE-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * QUEUE DEPTHS AND LOCKS.
      ******************************************************************

       COUNT-QUEUES.

           MOVE ZERO TO WS-SUBMIT-QUEUED WS-SUBMIT-DISPATCHED
                        WS-SPOOL-READY WS-SPOOL-HELD
                        WS-SPOOL-NEGOTIABLE.

           OPEN INPUT WSUBMITQ-FILE.
           IF WS-QUEUE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-AT-EOF
                   READ WSUBMITQ-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           EVALUATE SQ-REC-STATUS
                               WHEN "Q"
                                   ADD 1 TO WS-SUBMIT-QUEUED
                               WHEN "R"
                                   ADD 1 TO WS-SUBMIT-DISPATCHED
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE WSUBMITQ-FILE
           END-IF.

           OPEN INPUT WSPOOLQ-FILE.
           IF WS-SPOOL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-AT-EOF
                   READ WSPOOLQ-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           EVALUATE SP-REC-STATUS
                               WHEN "R"
                                   ADD 1 TO WS-SPOOL-READY
                               WHEN "H"
                                   ADD 1 TO WS-SPOOL-HELD
                               WHEN "N"
                                   ADD 1 TO WS-SPOOL-NEGOTIABLE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE WSPOOLQ-FILE
           END-IF.

       COUNT-LOCKS.

           MOVE ZERO TO WS-LOCKS-HELD WS-LOCK-WAITERS.
           OPEN INPUT WENQ-LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-AT-EOF
                   READ WENQ-LOCK-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF WENQ-LOCK-RECORD NOT = SPACES
                               IF LK-REC-TYPE = "W"
                                   ADD 1 TO WS-LOCK-WAITERS
                               ELSE
                                   ADD 1 TO WS-LOCKS-HELD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WENQ-LOCK-FILE
           END-IF.

      ******************************************************************
      * PERFLOG SINCE THE LAST EXPORT -- THE WORST SCREEN RESPONSE.
      ******************************************************************

       MEASURE-RESPONSE.

           MOVE ZERO TO WS-WORST-RESPONSE WS-SCREENS-SHOWN
                        WS-RECORD-NUMBER.
           OPEN INPUT PERFLOG-FILE.
           IF WS-PERF-FILE-STATUS NOT = "00"
               GO TO MEASURE-RESPONSE-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF
               READ PERFLOG-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       IF WS-RECORD-NUMBER > WS-PERF-PROCESSED
                           PERFORM NOTE-ONE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERFLOG-FILE.

      *    A live log shorter than the checkpoint means it was rotated
      *    or recreated since the last export -- start over from the
      *    top next time.
           IF WS-RECORD-NUMBER < WS-PERF-PROCESSED
               MOVE ZERO TO WS-PERF-PROCESSED
           ELSE
               MOVE WS-RECORD-NUMBER TO WS-PERF-PROCESSED
           END-IF.
           PERFORM WRITE-CHECKPOINT.

       MEASURE-RESPONSE-EXIT.
           EXIT.

       NOTE-ONE-RESPONSE.

           ADD 1 TO WS-SCREENS-SHOWN.
           MOVE ZERO TO WS-ELAPSED-NUM.
           IF PF-REC-ELAPSED IS NUMERIC
               MOVE PF-REC-ELAPSED TO WS-ELAPSED-NUM
           END-IF.
           IF WS-ELAPSED-NUM > WS-WORST-RESPONSE
               MOVE WS-ELAPSED-NUM TO WS-WORST-RESPONSE
           END-IF.

      ******************************************************************
      * WALERTS.DAT -- ALERTS RAISED AND NOT YET ACKNOWLEDGED, AND THE
      * OLDEST OF THEM.  ESCALATION DOES NOT STOP THE CLOCK HERE; AN
      * EXHAUSTED ROSTER STILL LEAVES THE ALERT UNANSWERED.
      ******************************************************************

       FIND-UNACKED-ALERTS.

           MOVE ZERO TO WS-ALERTS-UNACKED WS-OLDEST-ALERT-AGE
                        WS-OLDEST-ALERT-ID WS-ALERT-COUNT.
           OPEN INPUT WALERTS-FILE.
           IF WS-ALERT-FILE-STATUS NOT = "00"
               GO TO FIND-UNACKED-ALERTS-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF
               READ WALERTS-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF AL-ID IS NUMERIC
                           PERFORM NOTE-ONE-ALERT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WALERTS-FILE.

           PERFORM VARYING WS-ALR-X FROM 1 BY 1
                   UNTIL WS-ALR-X > WS-ALERT-COUNT
               IF WS-ALR-OPEN (WS-ALR-X) = "Y"
                   PERFORM JUDGE-ONE-ALERT
               END-IF
           END-PERFORM.

       FIND-UNACKED-ALERTS-EXIT.
           EXIT.

       NOTE-ONE-ALERT-LINE.

           IF AL-RAISED
               MOVE ZERO TO WS-FREE-SLOT
               PERFORM VARYING WS-ALR-X FROM 1 BY 1
                       UNTIL WS-ALR-X > WS-ALERT-COUNT
                          OR WS-FREE-SLOT > ZERO
                   IF WS-ALR-OPEN (WS-ALR-X) NOT = "Y"
                       SET WS-FREE-SLOT TO WS-ALR-X
                   END-IF
               END-PERFORM
               IF WS-FREE-SLOT = ZERO
                       AND WS-ALERT-COUNT < WS-ALERT-MAX
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE WS-ALERT-COUNT TO WS-FREE-SLOT
               END-IF
               IF WS-FREE-SLOT > ZERO
                   SET WS-ALR-X TO WS-FREE-SLOT
                   MOVE AL-ID TO WS-ALR-ID (WS-ALR-X)
                   MOVE "Y" TO WS-ALR-OPEN (WS-ALR-X)
                   MOVE AL-DATE TO WS-ALR-DATE (WS-ALR-X)
                   MOVE AL-TIME TO WS-ALR-TIME (WS-ALR-X)
               END-IF
           END-IF.
           IF AL-ACKNOWLEDGED
               PERFORM VARYING WS-ALR-X FROM 1 BY 1
                       UNTIL WS-ALR-X > WS-ALERT-COUNT
                   IF WS-ALR-ID (WS-ALR-X) = AL-ID
                       MOVE "N" TO WS-ALR-OPEN (WS-ALR-X)
                   END-IF
               END-PERFORM
           END-IF.

       JUDGE-ONE-ALERT.

           ADD 1 TO WS-ALERTS-UNACKED.
           IF WS-ALR-DATE (WS-ALR-X) IS NOT NUMERIC
                   OR WS-ALR-TIME (WS-ALR-X) IS NOT NUMERIC
                   OR WS-ALR-DATE (WS-ALR-X) = ZERO
               GO TO JUDGE-ONE-ALERT-EXIT
           END-IF.
           MOVE WS-ALR-TIME (WS-ALR-X) TO WS-TIME-WORK.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE (WS-ALR-DATE (WS-ALR-X))
                   * 86400
               + WS-TIME-WORK-HH * 3600
               + WS-TIME-WORK-MM * 60
               + WS-TIME-WORK-SS.
           IF WS-STAMP-SECS > WS-NOW-SECS
               MOVE WS-NOW-SECS TO WS-STAMP-SECS
           END-IF.
           IF WS-NOW-SECS - WS-STAMP-SECS > WS-OLDEST-ALERT-AGE
                   OR WS-OLDEST-ALERT-ID = ZERO
               COMPUTE WS-OLDEST-ALERT-AGE =
                   WS-NOW-SECS - WS-STAMP-SECS
               MOVE WS-ALR-ID (WS-ALR-X) TO WS-OLDEST-ALERT-ID
           END-IF.

       JUDGE-ONE-ALERT-EXIT.
           EXIT.

      ******************************************************************
      * THE FILE -- BUILT AS .TMP AND RENAMED OVER THE LAST ONE.
      ******************************************************************

       WRITE-METRICS-FILE.

           OPEN OUTPUT WMETRICS-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "WMETRICS: CANNOT OPEN " WS-WORK-PATH
                       " STATUS " WS-OUT-FILE-STATUS "."
               GO TO WRITE-METRICS-FILE-EXIT
           END-IF.

           MOVE "wisp_business_date" TO WS-METRIC-NAME.
           MOVE "The business processing date (YYYYMMDD)."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_steps_running" TO WS-METRIC-NAME.
           MOVE "Job stream steps started and not yet stopped."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-STEPS-RUNNING TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_steps_failed_today" TO WS-METRIC-NAME.
           MOVE "Job stream steps failed on the business date."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-STEPS-FAILED TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_queue_depth" TO WS-METRIC-NAME.
           MOVE "Entries on the submit and print queues, by state."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE 'wisp_queue_depth{queue="WSUBMITQ",state="queued"}'
               TO WS-METRIC-NAME.
           MOVE WS-SUBMIT-QUEUED TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.
           MOVE
             'wisp_queue_depth{queue="WSUBMITQ",state="dispatched"}'
               TO WS-METRIC-NAME.
           MOVE WS-SUBMIT-DISPATCHED TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.
           MOVE 'wisp_queue_depth{queue="WSPOOLQ",state="ready"}'
               TO WS-METRIC-NAME.
           MOVE WS-SPOOL-READY TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.
           MOVE 'wisp_queue_depth{queue="WSPOOLQ",state="held"}'
               TO WS-METRIC-NAME.
           MOVE WS-SPOOL-HELD TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.
           MOVE 'wisp_queue_depth{queue="WSPOOLQ",state="negotiable"}'
               TO WS-METRIC-NAME.
           MOVE WS-SPOOL-NEGOTIABLE TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_locks_held" TO WS-METRIC-NAME.
           MOVE "Named locks held through WENQ." TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-LOCKS-HELD TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_lock_waiters" TO WS-METRIC-NAME.
           MOVE "Requests queued behind a held lock."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-LOCK-WAITERS TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_errors_today" TO WS-METRIC-NAME.
           MOVE "WISPERR.LOG events on the business date, by level."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE 'wisp_errors_today{severity="critical"}'
               TO WS-METRIC-NAME.
           MOVE WS-ERRORS-CRITICAL TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.
           MOVE 'wisp_errors_today{severity="warning"}'
               TO WS-METRIC-NAME.
           MOVE WS-ERRORS-WARNING TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.
           MOVE 'wisp_errors_today{severity="info"}'
               TO WS-METRIC-NAME.
           MOVE WS-ERRORS-INFO TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.
           MOVE 'wisp_errors_today{severity="unrated"}'
               TO WS-METRIC-NAME.
           MOVE WS-ERRORS-UNRATED TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_screen_response_worst_seconds" TO WS-METRIC-NAME.
           MOVE "Worst screen response since the last export."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-WORST-RESPONSE TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_screens_shown" TO WS-METRIC-NAME.
           MOVE "Screens shown since the last export."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-SCREENS-SHOWN TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_alerts_unacknowledged" TO WS-METRIC-NAME.
           MOVE "Operator alerts raised and not yet acknowledged."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-ALERTS-UNACKED TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_alert_oldest_unacknowledged_seconds"
               TO WS-METRIC-NAME.
           MOVE "Age of the oldest unacknowledged alert (0 if none)."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-OLDEST-ALERT-AGE TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           MOVE "wisp_alert_oldest_unacknowledged_id"
               TO WS-METRIC-NAME.
           MOVE "Alert number of the oldest unacknowledged alert."
               TO WS-METRIC-HELP.
           PERFORM WRITE-METRIC-HEADER.
           MOVE WS-OLDEST-ALERT-ID TO WS-METRIC-VALUE.
           PERFORM WRITE-METRIC-LINE.

           CLOSE WMETRICS-OUT-FILE.

           CALL "CBL_DELETE_FILE" USING WS-FINAL-PATH
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-FINAL-PATH.
           MOVE RETURN-CODE TO WS-FILE-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-FILE-RC NOT = ZERO
               DISPLAY "WMETRICS: " WS-WORK-PATH
                       " COULD NOT BE RENAMED TO " WS-FINAL-PATH "."
           END-IF.

       WRITE-METRICS-FILE-EXIT.
           EXIT.

      *    "# HELP name text" and "# TYPE name gauge".
       WRITE-METRIC-HEADER.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "# HELP "          DELIMITED BY SIZE
                  WS-METRIC-NAME     DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  WS-METRIC-HELP     DELIMITED BY "  "
                  INTO WS-OUT-LINE
           END-STRING.
           WRITE WMETRICS-OUT-RECORD FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "# TYPE "          DELIMITED BY SIZE
                  WS-METRIC-NAME     DELIMITED BY SPACE
                  " gauge"           DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING.
           WRITE WMETRICS-OUT-RECORD FROM WS-OUT-LINE.

      *    "name value", the value without leading zeroes.
       WRITE-METRIC-LINE.

           MOVE WS-METRIC-VALUE TO WS-VALUE-EDIT.
           MOVE 1 TO WS-VALUE-START.
           PERFORM UNTIL WS-VALUE-EDIT (WS-VALUE-START:1) NOT = SPACE
               ADD 1 TO WS-VALUE-START
           END-PERFORM.
           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-METRIC-NAME     DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  WS-VALUE-EDIT (WS-VALUE-START:)
                                     DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           END-STRING.
           WRITE WMETRICS-OUT-RECORD FROM WS-OUT-LINE.

       STOP-RUN.

           STOP RUN.
