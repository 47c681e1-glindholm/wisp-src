      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WOPSBRD.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Live operations status board
      *
      *   Build:      cob WOPSBRD.cob
      *
      *
      *   One screen for the night shift instead of five.  Each area
      *   of the system is judged GREEN, AMBER or RED and the board
      *   redraws itself every OPSREFRESH seconds (default 60) while
      *   it is left alone:
      *
      *       1  running streams   WISPRUN runs of today and yesterday
      *                            (from WISPRUN.LOG) whose WRUNSTAT
      *                            file still says RUNNING, the step
      *                            each is on, held (WRUNCTL.DAT) and
      *                            failed steps
      *       2  queued submits    WSUBMITQ.DAT: waiting, due, overdue
      *                            (due more than OPSQUELATE minutes
      *                            ago, default 15) and dispatched
      *       3  milestones        WMILEMON's last pass (WMILESTAT.DAT)
      *                            -- at risk and missed; a report not
      *                            from today is shown AMBER, the
      *                            monitor is not running
      *       4  errors            WISPERR.LOG events of the last hour,
      *                            by the WERRRULES.DAT level that
      *                            WERRWATCH would give them (an event
      *                            no rule matches is UNRATED)
      *       5  locks             WENQLOCK.DAT holders older than
      *                            OPSLOCKMIN minutes (default 30)
      *       6  print             HELD entries in WSPOOLQ.DAT
      *       7  availability      the WAVAIL state: ONLINE is GREEN,
      *                            BATCH-ONLY AMBER, QUIESCE and
      *                            MAINTENANCE RED
      *
      *   Areas 1 to 6 go AMBER and RED on counts set with WISPCFG
      *   keys -- zero turns that colour off for the area:
      *
      *       area  counted                    AMBER / RED  (default)
      *       1     held / failed-step streams OPSRUNAMBER  (1)
      *                                        OPSRUNRED    (1)
      *       2     overdue submits            OPSQUEAMBER  (1)
      *                                        OPSQUERED    (5)
      *       3     at risk or missed / missed OPSMILEAMBER (1)
      *                                        OPSMILERED   (1)
      *       4     CRITICAL, WARNING and      OPSERRAMBER  (5)
      *             UNRATED / CRITICAL         OPSERRRED    (1)
      *       5     locks held too long        OPSLOCKAMBER (1)
      *                                        OPSLOCKRED   (3)
      *       6     held print entries         OPSPRTAMBER  (1)
      *                                        OPSPRTRED    (10)
      *
      *   The running streams and their current steps are listed
      *   under the areas, and the first items needing attention
      *   under them.  An area number entered opens the screen that
      *   deals with it, through the WCLINK path -- WRUNOP, WSUBMIT,
      *   WALERTOP, WINCMNT, WENQOP, WSPOOLOP; availability is
      *   changed with WAVLSET.  ENTER refreshes, PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WOPSBRD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WISPRUN-LOG-FILE ASSIGN TO "WISPRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-RUNLOG-FILE-STATUS.
           SELECT WRUNSTAT-FILE ASSIGN TO WISP-STATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-STATUS-FILE-STATUS.
           SELECT WRUNCTL-FILE ASSIGN TO "WRUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-CONTROL-FILE-STATUS.
           SELECT WSUBMITQ-FILE ASSIGN TO "WSUBMITQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-QUEUE-FILE-STATUS.
           SELECT WMILESTAT-FILE ASSIGN TO "WMILESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-MILSTAT-FILE-STATUS.
           SELECT WISPERRLOG-FILE ASSIGN TO "WISPERR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-ERRLOG-FILE-STATUS.
           SELECT WERRRULES-FILE ASSIGN TO "WERRRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-RULES-FILE-STATUS.
           SELECT WENQ-LOCK-FILE ASSIGN TO "WENQLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-LOCK-FILE-STATUS.
           SELECT WSPOOLQ-FILE ASSIGN TO "WSPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-SPOOL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WISPRUN-LOG-FILE.
       01  WISPRUN-LOG-RECORD.
           05  WISP-RL-REC-DATE       PIC 9(8).
           05  FILLER                 PIC X.
           05  WISP-RL-REC-TIME       PIC 9(8).
           05  WISP-RL-REC-ACTION     PIC X(7).
           05  WISP-RL-REC-PROGRAM    PIC X(80).
           05  FILLER                 PIC X(23).
           05  WISP-RL-REC-RUN        PIC X(20).

       FD  WRUNSTAT-FILE.
       01  WRUNSTAT-RECORD            PIC X(80).

       FD  WRUNCTL-FILE.
       01  WRUNCTL-RECORD.
           05  WISP-CTL-REC-RUN       PIC X(20).
           05  FILLER                 PIC X.
           05  WISP-CTL-REC-COMMAND   PIC X(8).

       FD  WSUBMITQ-FILE.
       01  WSUBMITQ-RECORD.
           05  WISP-SBQ-REC-STATUS    PIC X.
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-ENTRY     PIC 9(6).
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-STREAM    PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-DATE      PIC 9(8).
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-TIME      PIC 9(4).
           05  FILLER                 PIC X(39).
           05  WISP-SBQ-REC-CLASS     PIC X.
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-PRIORITY  PIC X.
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-DISPATCH  PIC X(8).

       FD  WMILESTAT-FILE.
       01  WMILESTAT-RECORD           PIC X(69).

       FD  WISPERRLOG-FILE.
       01  WISPERRLOG-RECORD.
           05  WISP-EL-REC-DATE       PIC 9(8).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-TIME       PIC 9(8).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-PROGRAM    PIC X(12).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-PARAGRAPH  PIC X(30).
           05  FILLER                 PIC X.
           05  WISP-EL-REC-DETAIL     PIC X(80).
           05  WISP-EL-REC-RUN-TAG    PIC X(5).
           05  WISP-EL-REC-RUN        PIC X(20).

       FD  WERRRULES-FILE.
       01  WERRRULES-RECORD.
           05  WISP-RU-REC-PROGRAM    PIC X(12).
           05  FILLER                 PIC X.
           05  WISP-RU-REC-PARAGRAPH  PIC X(30).
           05  FILLER                 PIC X.
           05  WISP-RU-REC-LEVEL      PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-RU-REC-PATTERN    PIC X(40).

       FD  WENQ-LOCK-FILE.
       01  WENQ-LOCK-RECORD.
           05  WNQ-REC-NAME          PIC X(20).
           05  FILLER                PIC X.
           05  WNQ-REC-RUN           PIC X(20).
           05  FILLER                PIC X.
           05  WNQ-REC-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  WNQ-REC-TIME          PIC 9(8).
           05  FILLER                PIC X.
           05  WNQ-REC-TYPE          PIC X.

       FD  WSPOOLQ-FILE.
       01  WSPOOLQ-RECORD.
           05  WISP-SPQ-REC-STATUS    PIC X.
           05  FILLER                 PIC X(129).

       WORKING-STORAGE SECTION.

       01  WISP-RUNLOG-FILE-STATUS    PIC XX.
       01  WISP-STATUS-FILE-STATUS    PIC XX.
       01  WISP-STATUS-FILE-NAME      PIC X(32).
       01  WISP-CONTROL-FILE-STATUS   PIC XX.
       01  WISP-QUEUE-FILE-STATUS     PIC XX.
       01  WISP-MILSTAT-FILE-STATUS   PIC XX.
       01  WISP-ERRLOG-FILE-STATUS    PIC XX.
       01  WISP-RULES-FILE-STATUS     PIC XX.
       01  WISP-LOCK-FILE-STATUS      PIC XX.
       01  WISP-SPOOL-FILE-STATUS     PIC XX.
       01  WISP-OPS-EOF-SWITCH        PIC X.
           88  WISP-OPS-EOF                     VALUE "Y".

      *    The thresholds, in WISPCFG key order: the AMBER and RED
      *    counts of areas 1 to 6, then the submit lateness and lock
      *    age in minutes, then the refresh period in seconds.
       01  WISP-OPS-SETTING-KEYS.
           05  FILLER  PIC X(20) VALUE "OPSRUNAMBER".
           05  FILLER  PIC X(20) VALUE "OPSRUNRED".
           05  FILLER  PIC X(20) VALUE "OPSQUEAMBER".
           05  FILLER  PIC X(20) VALUE "OPSQUERED".
           05  FILLER  PIC X(20) VALUE "OPSMILEAMBER".
           05  FILLER  PIC X(20) VALUE "OPSMILERED".
           05  FILLER  PIC X(20) VALUE "OPSERRAMBER".
           05  FILLER  PIC X(20) VALUE "OPSERRRED".
           05  FILLER  PIC X(20) VALUE "OPSLOCKAMBER".
           05  FILLER  PIC X(20) VALUE "OPSLOCKRED".
           05  FILLER  PIC X(20) VALUE "OPSPRTAMBER".
           05  FILLER  PIC X(20) VALUE "OPSPRTRED".
           05  FILLER  PIC X(20) VALUE "OPSQUELATE".
           05  FILLER  PIC X(20) VALUE "OPSLOCKMIN".
           05  FILLER  PIC X(20) VALUE "OPSREFRESH".
       01  FILLER REDEFINES WISP-OPS-SETTING-KEYS.
           05  WISP-OPS-SETTING-KEY   PIC X(20) OCCURS 15.
       01  WISP-OPS-SETTING-DEFAULTS.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 5.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 5.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 3.
           05  FILLER  PIC 9(5) VALUE 1.
           05  FILLER  PIC 9(5) VALUE 10.
           05  FILLER  PIC 9(5) VALUE 15.
           05  FILLER  PIC 9(5) VALUE 30.
           05  FILLER  PIC 9(5) VALUE 60.
       01  FILLER REDEFINES WISP-OPS-SETTING-DEFAULTS.
           05  WISP-OPS-SETTING-DEFAULT
                                      PIC 9(5) OCCURS 15.
       01  WISP-OPS-SETTINGS.
           05  WISP-OPS-SETTING       PIC 9(5) OCCURS 15.
       01  WISP-OPS-SETTING-X         PIC 99.
       01  WISP-CFG-KEY               PIC X(20).
       01  WISP-CFG-VALUE             PIC X(80).

      *    The areas as judged on this pass.
       01  WISP-OPS-AREA-TABLE.
           05  WISP-OPS-AREA          OCCURS 7.
               10  WISP-OPS-AREA-STATE
                                      PIC X(5).
               10  WISP-OPS-AREA-DETAIL
                                      PIC X(45).
       01  WISP-OPS-AREA-X            PIC 99.
       01  WISP-OPS-AMBER-MEASURE     PIC 9(5).
       01  WISP-OPS-RED-MEASURE       PIC 9(5).
       01  WISP-OPS-OVERALL           PIC X(5).
       01  WISP-OPS-AREA-PROGRAMS.
           05  FILLER  PIC X(8) VALUE "WRUNOP".
           05  FILLER  PIC X(8) VALUE "WSUBMIT".
           05  FILLER  PIC X(8) VALUE "WALERTOP".
           05  FILLER  PIC X(8) VALUE "WINCMNT".
           05  FILLER  PIC X(8) VALUE "WENQOP".
           05  FILLER  PIC X(8) VALUE "WSPOOLOP".
           05  FILLER  PIC X(8) VALUE SPACES.
       01  FILLER REDEFINES WISP-OPS-AREA-PROGRAMS.
           05  WISP-OPS-AREA-PROGRAM  PIC X(8) OCCURS 7.

      *    Items for the attention lines, first come first shown.
       01  WISP-OPS-ATTN-COUNT        PIC 9(4)  COMP-5.
       01  WISP-OPS-ATTN-TABLE.
           05  WISP-OPS-ATTN-LINE     PIC X(76) OCCURS 3.
       01  WISP-OPS-ATTN-TEXT         PIC X(76).

      *    Running streams: the run IDs WISPRUN.LOG names, then the
      *    ones whose status file says they are still going.
       01  WISP-OPS-RUN-COUNT         PIC 9(4)  COMP-5.
       01  WISP-OPS-RUN-MAX           PIC 9(4)  VALUE 100.
       01  WISP-OPS-RUN-TABLE.
           05  WISP-OPS-RUN-ID        PIC X(20) OCCURS 100
                                      INDEXED BY WISP-OPS-RUN-X.
       01  WISP-OPS-RUN-FOUND-SWITCH  PIC X.
           88  WISP-OPS-RUN-FOUND               VALUE "Y".
       01  WISP-OPS-RUNNING-COUNT     PIC 9(5).
       01  WISP-OPS-HELD-COUNT        PIC 9(5).
       01  WISP-OPS-FAILED-COUNT      PIC 9(5).
       01  WISP-OPS-RUN-PHASE         PIC X(8).
       01  WISP-OPS-RUN-NEXT          PIC X(8).
       01  WISP-OPS-RUN-FAILED-STEP   PIC X(8).
       01  WISP-OPS-RUN-COMMAND       PIC X(8).
       01  WISP-OPS-NOW-TABLE.
           05  WISP-OPS-NOW-ENTRY     PIC X(37) OCCURS 4.
       01  WISP-OPS-NOW-TEXT          PIC X(37).

      *    Submit queue, milestones, errors, locks, print.
       01  WISP-OPS-WAITING-COUNT     PIC 9(5).
       01  WISP-OPS-DUE-COUNT         PIC 9(5).
       01  WISP-OPS-OVERDUE-COUNT     PIC 9(5).
       01  WISP-OPS-DISPATCHED-COUNT  PIC 9(5).
       01  WISP-OPS-MILE-COUNT        PIC 9(5).
       01  WISP-OPS-RISK-COUNT        PIC 9(5).
       01  WISP-OPS-MISSED-COUNT      PIC 9(5).
       01  WISP-OPS-MILE-STALE-SWITCH PIC X.
           88  WISP-OPS-MILE-STALE              VALUE "Y".
       01  WISP-OPS-MILE-WHEN         PIC 9(8).
       COPY "wmilstat.cpy".
       01  WISP-OPS-CRITICAL-COUNT    PIC 9(5).
       01  WISP-OPS-WARNING-COUNT     PIC 9(5).
       01  WISP-OPS-INFO-COUNT        PIC 9(5).
       01  WISP-OPS-UNRATED-COUNT     PIC 9(5).
       01  WISP-OPS-LOCK-COUNT        PIC 9(5).
       01  WISP-OPS-OLD-LOCK-COUNT    PIC 9(5).
       01  WISP-OPS-WAITER-COUNT      PIC 9(5).
       01  WISP-OPS-PRT-HELD-COUNT    PIC 9(5).
       01  WISP-OPS-PRT-READY-COUNT   PIC 9(5).

      *    The WERRRULES.DAT levels, matched as WERRWATCH does.
       01  WISP-RULE-COUNT            PIC 9(4)  COMP-5.
       01  WISP-RULE-MAX              PIC 9(4)  VALUE 100.
       01  WISP-RULE-TABLE.
           05  WISP-RULE-ENTRY  OCCURS 100 TIMES
                                INDEXED BY WISP-RULE-X.
               10  WISP-RULE-PROGRAM  PIC X(12).
               10  WISP-RULE-PARAGRAPH
                                      PIC X(30).
               10  WISP-RULE-LEVEL    PIC X(8).
               10  WISP-RULE-PATTERN  PIC X(40).
               10  WISP-RULE-PAT-LEN  PIC 9(4) COMP-5.
       01  WISP-RULE-MATCH-SWITCH     PIC X.
           88  WISP-RULE-MATCHED                VALUE "Y".
       01  WISP-OPS-EVENT-RANK        PIC 9.
       01  WISP-OPS-RULE-RANK         PIC 9.
       01  WISP-SCAN-POS              PIC 9(4)  COMP-5.
       01  WISP-SCAN-LIMIT            PIC 9(4)  COMP-5.
       01  WISP-PAT-LEN               PIC 9(4)  COMP-5.

      *    Clock arithmetic -- a date and time as seconds on one
      *    scale, so ages work across midnight.
       01  WISP-OPS-TODAY             PIC 9(8).
       01  WISP-OPS-YESTERDAY         PIC 9(8).
       01  WISP-OPS-NOW-TIME          PIC 9(8).
       01  WISP-OPS-NOW-SECS          PIC S9(12) COMP-5.
       01  WISP-OPS-STAMP-DATE        PIC 9(8).
       01  WISP-OPS-STAMP-TIME        PIC 9(8).
       01  FILLER REDEFINES WISP-OPS-STAMP-TIME.
           05  WISP-OPS-STAMP-HH      PIC 99.
           05  WISP-OPS-STAMP-MM      PIC 99.
           05  WISP-OPS-STAMP-SS      PIC 99.
           05  FILLER                 PIC 99.
       01  WISP-OPS-STAMP-SECS        PIC S9(12) COMP-5.
       01  WISP-OPS-AGE-MINUTES       PIC 9(5).

       01  WISP-OPS-EDIT-1            PIC ZZZ9.
       01  WISP-OPS-EDIT-2            PIC ZZZ9.
       01  WISP-OPS-EDIT-3            PIC ZZZ9.
       01  WISP-OPS-EDIT-4            PIC ZZZ9.
       01  WISP-OPS-EDIT-ENTRY        PIC Z(5)9.

      *    The system availability state.
       COPY "wavail.cpy".

      *    WCLINK1 launch -- the 32-parameter pool shape with dummy
      *    arguments; the launched program reads what it needs.
       01  WISP-LINK-PROGRAM          PIC X(8).
       01  WISP-LINK-PARMS.
           05  WISP-LINK-P            PIC X OCCURS 32 VALUE SPACE.
       01  WISP-LINK-RETURN           PIC 9(9)  COMP.

      *    Board screen, served by WMFNGETPARM.
       01  WISP-OPS-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-OPS-STATIC-TEXT.
           05  WISP-OPS-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-OPS-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-OPS-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-OPS-ROW       COMP-5 PIC XX.
               10  WISP-OPS-COL       COMP-5 PIC XX.
               10  WISP-OPS-LEN       COMP-5 PIC XX.
               10  WISP-OPS-FAC       PIC X COMP-X.
               10  WISP-OPS-DATA      PIC X(79).
               10  WISP-OPS-EDIT      PIC X.
               10  WISP-OPS-HELP      PIC X(8).
               10  WISP-OPS-AUTH      PIC 99.
               10  WISP-OPS-LKUP      PIC X(24).
       01  WISP-OPS-KEY-LIST.
           05  WISP-OPS-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-OPS-KEY-CNT          COMP-5 PIC XX.
       01  WISP-OPS-TERM-KEY         COMP-5 PIC XX.
       01  WISP-OPS-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-OPS-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-OPS-APP-NAME         PIC X(40) VALUE "WOPSBRD".

       01  WISP-OPS-SELECTION        PIC X.
       01  WISP-OPS-MESSAGE          PIC X(60).
       01  WISP-OPS-LINE             PIC 99.
       01  WISP-OPS-REFRESH-TEXT     PIC 9(5).

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 1000-LOAD-SETTINGS.
           MOVE SPACES TO WISP-OPS-MESSAGE.
           PERFORM 2000-BOARD-CYCLE
               THRU 2000-BOARD-CYCLE-EXIT
               UNTIL WISP-OPS-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** THE THRESHOLDS -- A KEY THAT IS NOT SET TAKES ITS DEFAULT,
      **** A KEY SET TO ZERO TURNS ITS COLOUR OFF
       1000-LOAD-SETTINGS.
           PERFORM VARYING WISP-OPS-SETTING-X FROM 1 BY 1
                   UNTIL WISP-OPS-SETTING-X > 15
               MOVE WISP-OPS-SETTING-KEY (WISP-OPS-SETTING-X)
                   TO WISP-CFG-KEY
               CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE
               IF WISP-CFG-VALUE = SPACES
                   MOVE WISP-OPS-SETTING-DEFAULT (WISP-OPS-SETTING-X)
                       TO WISP-OPS-SETTING (WISP-OPS-SETTING-X)
               ELSE
                   CALL "WCFGNUM" USING WISP-CFG-VALUE,
                       WISP-OPS-SETTING (WISP-OPS-SETTING-X)
               END-IF
           END-PERFORM.

       2000-BOARD-CYCLE.

           PERFORM 2100-GATHER-AREAS.
           PERFORM 2200-SHOW-BOARD.
           IF WISP-OPS-TERM-KEY = 16
               GO TO 2000-BOARD-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-OPS-MESSAGE.
           IF WISP-OPS-SELECTION NOT = SPACE
               PERFORM 2300-OPEN-AREA
                   THRU 2300-OPEN-AREA-EXIT
           END-IF.

       2000-BOARD-CYCLE-EXIT.
           EXIT.

      **** JUDGE EVERY AREA AFRESH
       2100-GATHER-AREAS.

           ACCEPT WISP-OPS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WISP-OPS-NOW-TIME FROM TIME.
           COMPUTE WISP-OPS-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WISP-OPS-TODAY) - 1).
           MOVE WISP-OPS-TODAY TO WISP-OPS-STAMP-DATE.
           MOVE WISP-OPS-NOW-TIME TO WISP-OPS-STAMP-TIME.
           PERFORM 7200-STAMP-SECONDS.
           MOVE WISP-OPS-STAMP-SECS TO WISP-OPS-NOW-SECS.

           MOVE ZERO TO WISP-OPS-ATTN-COUNT.
           MOVE SPACES TO WISP-OPS-ATTN-TABLE.

           PERFORM 3100-RUNNING-STREAMS
               THRU 3100-RUNNING-STREAMS-EXIT.
           PERFORM 3200-QUEUED-SUBMITS
               THRU 3200-QUEUED-SUBMITS-EXIT.
           PERFORM 3300-MILESTONES
               THRU 3300-MILESTONES-EXIT.
           PERFORM 3400-RECENT-ERRORS
               THRU 3400-RECENT-ERRORS-EXIT.
           PERFORM 3500-LONG-LOCKS
               THRU 3500-LONG-LOCKS-EXIT.
           PERFORM 3600-HELD-PRINT
               THRU 3600-HELD-PRINT-EXIT.
           PERFORM 3700-AVAILABILITY.

           MOVE "GREEN" TO WISP-OPS-OVERALL.
           PERFORM VARYING WISP-OPS-AREA-X FROM 1 BY 1
                   UNTIL WISP-OPS-AREA-X > 7
               IF WISP-OPS-AREA-STATE (WISP-OPS-AREA-X) = " RED "
                   MOVE " RED " TO WISP-OPS-OVERALL
               END-IF
               IF WISP-OPS-AREA-STATE (WISP-OPS-AREA-X) = "AMBER"
                       AND WISP-OPS-OVERALL = "GREEN"
                   MOVE "AMBER" TO WISP-OPS-OVERALL
               END-IF
           END-PERFORM.

       2200-SHOW-BOARD.

           MOVE SPACES TO WISP-OPS-STATIC-TEXT.
           MOVE "                 WOPSBRD - OPERATIONS STATUS BOARD"
               TO WISP-OPS-TEXT-LINES(2).
           MOVE WISP-OPS-SETTING (15) TO WISP-OPS-EDIT-1.
           STRING "  AS OF "              DELIMITED BY SIZE
                  WISP-OPS-TODAY (1:4)    DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WISP-OPS-TODAY (5:2)    DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WISP-OPS-TODAY (7:2)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WISP-OPS-NOW-TIME (1:2) DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  WISP-OPS-NOW-TIME (3:2) DELIMITED BY SIZE
                  "   REFRESHED EVERY"    DELIMITED BY SIZE
                  WISP-OPS-EDIT-1         DELIMITED BY SIZE
                  " SECONDS     OVERALL"  DELIMITED BY SIZE
                  INTO WISP-OPS-TEXT-LINES(3)
           END-STRING.
           MOVE "  AREA                       STATE  NOW"
               TO WISP-OPS-TEXT-LINES(5).
           MOVE "  1 RUNNING STREAMS.......:"
               TO WISP-OPS-TEXT-LINES(6).
           MOVE "  2 QUEUED SUBMITS........:"
               TO WISP-OPS-TEXT-LINES(7).
           MOVE "  3 MILESTONES............:"
               TO WISP-OPS-TEXT-LINES(8).
           MOVE "  4 ERRORS, LAST HOUR.....:"
               TO WISP-OPS-TEXT-LINES(9).
           MOVE "  5 LOCKS.................:"
               TO WISP-OPS-TEXT-LINES(10).
           MOVE "  6 PRINT QUEUE...........:"
               TO WISP-OPS-TEXT-LINES(11).
           MOVE "  7 AVAILABILITY..........:"
               TO WISP-OPS-TEXT-LINES(12).
           PERFORM VARYING WISP-OPS-AREA-X FROM 1 BY 1
                   UNTIL WISP-OPS-AREA-X > 7
               COMPUTE WISP-OPS-LINE = WISP-OPS-AREA-X + 5
               MOVE WISP-OPS-AREA-DETAIL (WISP-OPS-AREA-X)
                   TO WISP-OPS-TEXT-LINES (WISP-OPS-LINE) (36:45)
           END-PERFORM.

           MOVE "  RUNNING NOW (RUN ID AND CURRENT STEP):"
               TO WISP-OPS-TEXT-LINES(14).
           MOVE WISP-OPS-NOW-ENTRY (1)
               TO WISP-OPS-TEXT-LINES(15) (3:37).
           MOVE WISP-OPS-NOW-ENTRY (2)
               TO WISP-OPS-TEXT-LINES(15) (42:37).
           MOVE WISP-OPS-NOW-ENTRY (3)
               TO WISP-OPS-TEXT-LINES(16) (3:37).
           MOVE WISP-OPS-NOW-ENTRY (4)
               TO WISP-OPS-TEXT-LINES(16) (42:37).
           MOVE "  NEEDS ATTENTION:" TO WISP-OPS-TEXT-LINES(17).
           IF WISP-OPS-ATTN-COUNT = ZERO
               MOVE "NOTHING." TO WISP-OPS-TEXT-LINES(17) (20:8)
           END-IF.
           IF WISP-OPS-ATTN-COUNT > 3
               COMPUTE WISP-OPS-EDIT-1 = WISP-OPS-ATTN-COUNT - 2
               MOVE SPACES TO WISP-OPS-ATTN-LINE (3)
               STRING "... AND"            DELIMITED BY SIZE
                      WISP-OPS-EDIT-1      DELIMITED BY SIZE
                      " MORE -- OPEN THE AREAS FOR THE REST"
                                           DELIMITED BY SIZE
                      INTO WISP-OPS-ATTN-LINE (3)
               END-STRING
           END-IF.
           MOVE WISP-OPS-ATTN-LINE (1)
               TO WISP-OPS-TEXT-LINES(18) (3:76).
           MOVE WISP-OPS-ATTN-LINE (2)
               TO WISP-OPS-TEXT-LINES(19) (3:76).
           MOVE WISP-OPS-ATTN-LINE (3)
               TO WISP-OPS-TEXT-LINES(20) (3:76).
           MOVE "  AREA TO OPEN (1-7)......:"
               TO WISP-OPS-TEXT-LINES(21).
           MOVE "  (ENTER) REFRESHES OR OPENS THE AREA, PF16 EXITS."
               TO WISP-OPS-TEXT-LINES(22).
           MOVE WISP-OPS-MESSAGE TO WISP-OPS-TEXT-LINES(23).

      *    The state words are protected fields so each can carry its
      *    colour: dim for GREEN, bright for AMBER, blinking red for
      *    RED.
           PERFORM VARYING WISP-OPS-AREA-X FROM 1 BY 1
                   UNTIL WISP-OPS-AREA-X > 7
               COMPUTE WISP-OPS-ROW (WISP-OPS-AREA-X) =
                   WISP-OPS-AREA-X + 5
               MOVE 29 TO WISP-OPS-COL (WISP-OPS-AREA-X)
               MOVE WISP-OPS-AREA-STATE (WISP-OPS-AREA-X)
                   TO WISP-OPS-DATA (WISP-OPS-AREA-X)
           END-PERFORM.
           MOVE 3 TO WISP-OPS-ROW (8).
           MOVE 74 TO WISP-OPS-COL (8).
           MOVE WISP-OPS-OVERALL TO WISP-OPS-DATA (8).
           PERFORM VARYING WISP-OPS-AREA-X FROM 1 BY 1
                   UNTIL WISP-OPS-AREA-X > 8
               MOVE 5 TO WISP-OPS-LEN (WISP-OPS-AREA-X)
               EVALUATE WISP-OPS-DATA (WISP-OPS-AREA-X) (1:5)
                   WHEN " RED "
                       MOVE 148 TO WISP-OPS-FAC (WISP-OPS-AREA-X)
                   WHEN "AMBER"
                       MOVE 132 TO WISP-OPS-FAC (WISP-OPS-AREA-X)
                   WHEN OTHER
                       MOVE 140 TO WISP-OPS-FAC (WISP-OPS-AREA-X)
               END-EVALUATE
               MOVE SPACE TO WISP-OPS-EDIT (WISP-OPS-AREA-X)
               MOVE SPACES TO WISP-OPS-HELP (WISP-OPS-AREA-X)
               MOVE ZERO TO WISP-OPS-AUTH (WISP-OPS-AREA-X)
               MOVE SPACES TO WISP-OPS-LKUP (WISP-OPS-AREA-X)
           END-PERFORM.

           MOVE 9 TO WISP-OPS-FIELD-CNT.
           MOVE 21 TO WISP-OPS-ROW(9).
           MOVE 29 TO WISP-OPS-COL(9).
           MOVE  1 TO WISP-OPS-LEN(9).
           MOVE 128 TO WISP-OPS-FAC(9).
           MOVE SPACES TO WISP-OPS-DATA(9).
           MOVE "N" TO WISP-OPS-EDIT(9).
           MOVE SPACES TO WISP-OPS-HELP(9).
           MOVE ZERO TO WISP-OPS-AUTH (9).
           MOVE SPACES TO WISP-OPS-LKUP (9).

           MOVE 2 TO WISP-OPS-KEY-CNT.
           MOVE 0 TO WISP-OPS-KEY-ITEM(1).
           MOVE 16 TO WISP-OPS-KEY-ITEM(2).

      *    The refresh period applies to this screen only -- it is
      *    cleared again before anything else is shown.
           MOVE WISP-OPS-SETTING (15) TO WISP-OPS-REFRESH-TEXT.
           DISPLAY "WMFNGETPARMREFRESH" UPON ENVIRONMENT-NAME.
           DISPLAY WISP-OPS-REFRESH-TEXT UPON ENVIRONMENT-VALUE.

           CALL "WMFNGETPARM" USING
               WISP-OPS-STATIC-TEXT,
               WISP-OPS-FIELD-CNT,
               WISP-OPS-FIELD-TABLE,
               WISP-OPS-KEY-LIST,
               WISP-OPS-KEY-CNT,
               WISP-OPS-TERM-KEY,
               WISP-OPS-PAGE-CNT,
               WISP-OPS-STATIC-TEXT-2,
               WISP-OPS-APP-NAME.

           DISPLAY "WMFNGETPARMREFRESH" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.

           MOVE WISP-OPS-DATA(9) (1:1) TO WISP-OPS-SELECTION.

      **** OPEN THE SCREEN THAT DEALS WITH THE SELECTED AREA
       2300-OPEN-AREA.

           IF WISP-OPS-SELECTION < "1" OR WISP-OPS-SELECTION > "7"
               MOVE "ENTER AN AREA NUMBER, 1 TO 7." TO WISP-OPS-MESSAGE
               GO TO 2300-OPEN-AREA-EXIT
           END-IF.
           MOVE WISP-OPS-SELECTION TO WISP-OPS-AREA-X.
           IF WISP-OPS-AREA-PROGRAM (WISP-OPS-AREA-X) = SPACES
               MOVE "AVAILABILITY IS CHANGED WITH WAVLSET."
                   TO WISP-OPS-MESSAGE
               GO TO 2300-OPEN-AREA-EXIT
           END-IF.
           MOVE WISP-OPS-AREA-PROGRAM (WISP-OPS-AREA-X)
               TO WISP-LINK-PROGRAM.

           CALL "WCLINK1" USING WISP-LINK-PROGRAM,
               WISP-LINK-P (1),  WISP-LINK-P (2),  WISP-LINK-P (3),
               WISP-LINK-P (4),  WISP-LINK-P (5),  WISP-LINK-P (6),
               WISP-LINK-P (7),  WISP-LINK-P (8),  WISP-LINK-P (9),
               WISP-LINK-P (10), WISP-LINK-P (11), WISP-LINK-P (12),
               WISP-LINK-P (13), WISP-LINK-P (14), WISP-LINK-P (15),
               WISP-LINK-P (16), WISP-LINK-P (17), WISP-LINK-P (18),
               WISP-LINK-P (19), WISP-LINK-P (20), WISP-LINK-P (21),
               WISP-LINK-P (22), WISP-LINK-P (23), WISP-LINK-P (24),
               WISP-LINK-P (25), WISP-LINK-P (26), WISP-LINK-P (27),
               WISP-LINK-P (28), WISP-LINK-P (29), WISP-LINK-P (30),
               WISP-LINK-P (31), WISP-LINK-P (32),
               WISP-LINK-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-LINK-RETURN
           END-CALL.
           IF WISP-LINK-RETURN NOT = 1
               MOVE "THE PROGRAM COULD NOT BE STARTED."
                   TO WISP-OPS-MESSAGE
           END-IF.

       2300-OPEN-AREA-EXIT.
           EXIT.

      **** 1 -- THE RUNS WISPRUN.LOG NAMES SINCE YESTERDAY, AND OF
      **** THOSE THE ONES THEIR STATUS FILE SAYS ARE STILL GOING
       3100-RUNNING-STREAMS.

           MOVE ZERO TO WISP-OPS-RUN-COUNT WISP-OPS-RUNNING-COUNT
                        WISP-OPS-HELD-COUNT WISP-OPS-FAILED-COUNT.
           MOVE SPACES TO WISP-OPS-NOW-TABLE.

           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           OPEN INPUT WISPRUN-LOG-FILE.
           IF WISP-RUNLOG-FILE-STATUS = "00"
               PERFORM UNTIL WISP-OPS-EOF
                   READ WISPRUN-LOG-FILE
                       AT END
                           SET WISP-OPS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3110-NOTE-RUN-ID
                               THRU 3110-NOTE-RUN-ID-EXIT
                   END-READ
               END-PERFORM
               CLOSE WISPRUN-LOG-FILE
           END-IF.

           PERFORM VARYING WISP-OPS-RUN-X FROM 1 BY 1
                   UNTIL WISP-OPS-RUN-X > WISP-OPS-RUN-COUNT
               PERFORM 3120-JUDGE-ONE-RUN
                   THRU 3120-JUDGE-ONE-RUN-EXIT
           END-PERFORM.

           MOVE WISP-OPS-RUNNING-COUNT TO WISP-OPS-EDIT-1.
           MOVE WISP-OPS-HELD-COUNT TO WISP-OPS-EDIT-2.
           MOVE WISP-OPS-FAILED-COUNT TO WISP-OPS-EDIT-3.
           MOVE SPACES TO WISP-OPS-AREA-DETAIL (1).
           STRING WISP-OPS-EDIT-1         DELIMITED BY SIZE
                  " RUNNING"              DELIMITED BY SIZE
                  WISP-OPS-EDIT-2         DELIMITED BY SIZE
                  " HELD"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-3         DELIMITED BY SIZE
                  " WITH A FAILED STEP"   DELIMITED BY SIZE
                  INTO WISP-OPS-AREA-DETAIL (1)
           END-STRING.
           MOVE 1 TO WISP-OPS-AREA-X.
           COMPUTE WISP-OPS-AMBER-MEASURE =
               WISP-OPS-HELD-COUNT + WISP-OPS-FAILED-COUNT.
           MOVE WISP-OPS-FAILED-COUNT TO WISP-OPS-RED-MEASURE.
           PERFORM 7000-RATE-AREA.

       3100-RUNNING-STREAMS-EXIT.
           EXIT.

       3110-NOTE-RUN-ID.
           IF WISP-RL-REC-RUN = SPACES
                   OR WISP-RL-REC-DATE IS NOT NUMERIC
                   OR WISP-RL-REC-DATE < WISP-OPS-YESTERDAY
               GO TO 3110-NOTE-RUN-ID-EXIT
           END-IF.
           MOVE "N" TO WISP-OPS-RUN-FOUND-SWITCH.
           PERFORM VARYING WISP-OPS-RUN-X FROM 1 BY 1
                   UNTIL WISP-OPS-RUN-X > WISP-OPS-RUN-COUNT
                      OR WISP-OPS-RUN-FOUND
               IF WISP-OPS-RUN-ID (WISP-OPS-RUN-X) = WISP-RL-REC-RUN
                   SET WISP-OPS-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WISP-OPS-RUN-FOUND
                   AND WISP-OPS-RUN-COUNT < WISP-OPS-RUN-MAX
               ADD 1 TO WISP-OPS-RUN-COUNT
               MOVE WISP-RL-REC-RUN
                   TO WISP-OPS-RUN-ID (WISP-OPS-RUN-COUNT)
           END-IF.

       3110-NOTE-RUN-ID-EXIT.
           EXIT.

      *    The status file's header is RUN=id PHASE=phase NEXT=step,
      *    then one line per step with its state in column 1.
       3120-JUDGE-ONE-RUN.

           MOVE SPACES TO WISP-STATUS-FILE-NAME.
           STRING "WRUNSTAT."                       DELIMITED BY SIZE
                  WISP-OPS-RUN-ID (WISP-OPS-RUN-X)  DELIMITED BY SPACE
                  INTO WISP-STATUS-FILE-NAME
           END-STRING.
           OPEN INPUT WRUNSTAT-FILE.
           IF WISP-STATUS-FILE-STATUS NOT = "00"
               GO TO 3120-JUDGE-ONE-RUN-EXIT
           END-IF.

           MOVE SPACES TO WISP-OPS-RUN-PHASE WISP-OPS-RUN-NEXT
                          WISP-OPS-RUN-FAILED-STEP.
           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           READ WRUNSTAT-FILE
               AT END
                   SET WISP-OPS-EOF TO TRUE
               NOT AT END
                   MOVE WRUNSTAT-RECORD (32:8) TO WISP-OPS-RUN-PHASE
                   MOVE WRUNSTAT-RECORD (46:8) TO WISP-OPS-RUN-NEXT
           END-READ.
           PERFORM UNTIL WISP-OPS-EOF
               READ WRUNSTAT-FILE
                   AT END
                       SET WISP-OPS-EOF TO TRUE
                   NOT AT END
                       IF WRUNSTAT-RECORD (1:1) = "F"
                               AND WISP-OPS-RUN-FAILED-STEP = SPACES
                           MOVE WRUNSTAT-RECORD (12:8)
                               TO WISP-OPS-RUN-FAILED-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRUNSTAT-FILE.

           IF WISP-OPS-RUN-PHASE NOT = "RUNNING"
               GO TO 3120-JUDGE-ONE-RUN-EXIT
           END-IF.
           ADD 1 TO WISP-OPS-RUNNING-COUNT.
           IF WISP-OPS-RUNNING-COUNT NOT > 4
               MOVE SPACES TO WISP-OPS-NOW-TEXT
               STRING WISP-OPS-RUN-ID (WISP-OPS-RUN-X)
                                           DELIMITED BY SPACE
                      " AT "               DELIMITED BY SIZE
                      WISP-OPS-RUN-NEXT    DELIMITED BY SIZE
                      INTO WISP-OPS-NOW-TEXT
               END-STRING
               MOVE WISP-OPS-NOW-TEXT
                   TO WISP-OPS-NOW-ENTRY (WISP-OPS-RUNNING-COUNT)
           END-IF.

           IF WISP-OPS-RUN-FAILED-STEP NOT = SPACES
               ADD 1 TO WISP-OPS-FAILED-COUNT
               MOVE SPACES TO WISP-OPS-ATTN-TEXT
               STRING "RUN "                        DELIMITED BY SIZE
                      WISP-OPS-RUN-ID (WISP-OPS-RUN-X)
                                                    DELIMITED BY SPACE
                      " -- STEP "                   DELIMITED BY SIZE
                      WISP-OPS-RUN-FAILED-STEP      DELIMITED BY SPACE
                      " FAILED"                     DELIMITED BY SIZE
                      INTO WISP-OPS-ATTN-TEXT
               END-STRING
               PERFORM 7100-ADD-ATTENTION
           END-IF.

           PERFORM 3130-FIND-RUN-COMMAND
               THRU 3130-FIND-RUN-COMMAND-EXIT.
           IF WISP-OPS-RUN-COMMAND = "HOLD"
               ADD 1 TO WISP-OPS-HELD-COUNT
               MOVE SPACES TO WISP-OPS-ATTN-TEXT
               STRING "RUN "                        DELIMITED BY SIZE
                      WISP-OPS-RUN-ID (WISP-OPS-RUN-X)
                                                    DELIMITED BY SPACE
                      " -- HELD BEFORE "            DELIMITED BY SIZE
                      WISP-OPS-RUN-NEXT             DELIMITED BY SPACE
                      INTO WISP-OPS-ATTN-TEXT
               END-STRING
               PERFORM 7100-ADD-ATTENTION
           END-IF.

       3120-JUDGE-ONE-RUN-EXIT.
           EXIT.

      *    The command WRUNOP last left for the run, if any.
       3130-FIND-RUN-COMMAND.

           MOVE SPACES TO WISP-OPS-RUN-COMMAND.
           OPEN INPUT WRUNCTL-FILE.
           IF WISP-CONTROL-FILE-STATUS NOT = "00"
               GO TO 3130-FIND-RUN-COMMAND-EXIT
           END-IF.
           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           PERFORM UNTIL WISP-OPS-EOF
               READ WRUNCTL-FILE
                   AT END
                       SET WISP-OPS-EOF TO TRUE
                   NOT AT END
                       IF WISP-CTL-REC-RUN
                               = WISP-OPS-RUN-ID (WISP-OPS-RUN-X)
                           MOVE WISP-CTL-REC-COMMAND
                               TO WISP-OPS-RUN-COMMAND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRUNCTL-FILE.

       3130-FIND-RUN-COMMAND-EXIT.
           EXIT.

      **** 2 -- THE SUBMIT QUEUE: WAITING ENTRIES, HOW MANY ARE DUE
      **** AND HOW MANY HAVE BEEN DUE TOO LONG, AND THE DISPATCHED
       3200-QUEUED-SUBMITS.

           MOVE ZERO TO WISP-OPS-WAITING-COUNT WISP-OPS-DUE-COUNT
                        WISP-OPS-OVERDUE-COUNT
                        WISP-OPS-DISPATCHED-COUNT.

           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           OPEN INPUT WSUBMITQ-FILE.
           IF WISP-QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL WISP-OPS-EOF
                   READ WSUBMITQ-FILE
                       AT END
                           SET WISP-OPS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3210-JUDGE-ONE-SUBMIT
                               THRU 3210-JUDGE-ONE-SUBMIT-EXIT
                   END-READ
               END-PERFORM
               CLOSE WSUBMITQ-FILE
           END-IF.

           MOVE WISP-OPS-WAITING-COUNT TO WISP-OPS-EDIT-1.
           MOVE WISP-OPS-DUE-COUNT TO WISP-OPS-EDIT-2.
           MOVE WISP-OPS-OVERDUE-COUNT TO WISP-OPS-EDIT-3.
           MOVE WISP-OPS-DISPATCHED-COUNT TO WISP-OPS-EDIT-4.
           MOVE SPACES TO WISP-OPS-AREA-DETAIL (2).
           STRING WISP-OPS-EDIT-1         DELIMITED BY SIZE
                  " WAITING"              DELIMITED BY SIZE
                  WISP-OPS-EDIT-2         DELIMITED BY SIZE
                  " DUE"                  DELIMITED BY SIZE
                  WISP-OPS-EDIT-3         DELIMITED BY SIZE
                  " LATE"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-4         DELIMITED BY SIZE
                  " DISPATCHED"           DELIMITED BY SIZE
                  INTO WISP-OPS-AREA-DETAIL (2)
           END-STRING.
           MOVE 2 TO WISP-OPS-AREA-X.
           MOVE WISP-OPS-OVERDUE-COUNT TO WISP-OPS-AMBER-MEASURE.
           MOVE WISP-OPS-OVERDUE-COUNT TO WISP-OPS-RED-MEASURE.
           PERFORM 7000-RATE-AREA.

       3200-QUEUED-SUBMITS-EXIT.
           EXIT.

       3210-JUDGE-ONE-SUBMIT.
           IF WISP-SBQ-REC-STATUS = "R"
               ADD 1 TO WISP-OPS-DISPATCHED-COUNT
           END-IF.
           IF WISP-SBQ-REC-STATUS NOT = "Q"
               GO TO 3210-JUDGE-ONE-SUBMIT-EXIT
           END-IF.
           ADD 1 TO WISP-OPS-WAITING-COUNT.
           IF WISP-SBQ-REC-DATE IS NOT NUMERIC
                   OR WISP-SBQ-REC-TIME IS NOT NUMERIC
               GO TO 3210-JUDGE-ONE-SUBMIT-EXIT
           END-IF.
           MOVE WISP-SBQ-REC-DATE TO WISP-OPS-STAMP-DATE.
           MOVE ZERO TO WISP-OPS-STAMP-TIME.
           MOVE WISP-SBQ-REC-TIME TO WISP-OPS-STAMP-TIME (1:4).
           PERFORM 7200-STAMP-SECONDS.
           IF WISP-OPS-STAMP-SECS > WISP-OPS-NOW-SECS
               GO TO 3210-JUDGE-ONE-SUBMIT-EXIT
           END-IF.
           ADD 1 TO WISP-OPS-DUE-COUNT.
           COMPUTE WISP-OPS-AGE-MINUTES =
               (WISP-OPS-NOW-SECS - WISP-OPS-STAMP-SECS) / 60.
           IF WISP-OPS-AGE-MINUTES > WISP-OPS-SETTING (13)
               ADD 1 TO WISP-OPS-OVERDUE-COUNT
               MOVE WISP-SBQ-REC-ENTRY TO WISP-OPS-EDIT-ENTRY
               MOVE WISP-OPS-AGE-MINUTES TO WISP-OPS-EDIT-1
               MOVE SPACES TO WISP-OPS-ATTN-TEXT
               STRING "SUBMIT"                 DELIMITED BY SIZE
                      WISP-OPS-EDIT-ENTRY      DELIMITED BY SIZE
                      " STREAM "               DELIMITED BY SIZE
                      WISP-SBQ-REC-STREAM      DELIMITED BY SPACE
                      " CLASS "                DELIMITED BY SIZE
                      WISP-SBQ-REC-CLASS       DELIMITED BY SIZE
                      " -- DUE"                DELIMITED BY SIZE
                      WISP-OPS-EDIT-1          DELIMITED BY SIZE
                      " MIN AGO, NOT STARTED"  DELIMITED BY SIZE
                      INTO WISP-OPS-ATTN-TEXT
               END-STRING
               PERFORM 7100-ADD-ATTENTION
           END-IF.

       3210-JUDGE-ONE-SUBMIT-EXIT.
           EXIT.

      **** 3 -- WMILEMON'S LAST PASS
       3300-MILESTONES.

           MOVE ZERO TO WISP-OPS-MILE-COUNT WISP-OPS-RISK-COUNT
                        WISP-OPS-MISSED-COUNT WISP-OPS-MILE-WHEN.
           MOVE "N" TO WISP-OPS-MILE-STALE-SWITCH.
           MOVE SPACES TO WISP-OPS-AREA-DETAIL (3).
           MOVE 3 TO WISP-OPS-AREA-X.

           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           OPEN INPUT WMILESTAT-FILE.
           IF WISP-MILSTAT-FILE-STATUS NOT = "00"
               MOVE "NO MILESTONES WATCHED"
                   TO WISP-OPS-AREA-DETAIL (3)
               MOVE ZERO TO WISP-OPS-AMBER-MEASURE
                            WISP-OPS-RED-MEASURE
               PERFORM 7000-RATE-AREA
               GO TO 3300-MILESTONES-EXIT
           END-IF.
           PERFORM UNTIL WISP-OPS-EOF
               READ WMILESTAT-FILE INTO WMILESTAT-LINE
                   AT END
                       SET WISP-OPS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3310-JUDGE-ONE-MILESTONE
                           THRU 3310-JUDGE-ONE-MILESTONE-EXIT
               END-READ
           END-PERFORM.
           CLOSE WMILESTAT-FILE.

           MOVE WISP-OPS-MILE-COUNT TO WISP-OPS-EDIT-1.
           MOVE WISP-OPS-RISK-COUNT TO WISP-OPS-EDIT-2.
           MOVE WISP-OPS-MISSED-COUNT TO WISP-OPS-EDIT-3.
           STRING WISP-OPS-EDIT-1         DELIMITED BY SIZE
                  " WATCHED"              DELIMITED BY SIZE
                  WISP-OPS-EDIT-2         DELIMITED BY SIZE
                  " AT RISK"              DELIMITED BY SIZE
                  WISP-OPS-EDIT-3         DELIMITED BY SIZE
                  " MISSED"               DELIMITED BY SIZE
                  INTO WISP-OPS-AREA-DETAIL (3)
           END-STRING.
           COMPUTE WISP-OPS-AMBER-MEASURE =
               WISP-OPS-RISK-COUNT + WISP-OPS-MISSED-COUNT.
           MOVE WISP-OPS-MISSED-COUNT TO WISP-OPS-RED-MEASURE.
           PERFORM 7000-RATE-AREA.

      *    A report from another day means the monitor has stopped:
      *    its projections can no longer be trusted.
           IF WISP-OPS-MILE-WHEN NOT = WISP-OPS-TODAY
               MOVE SPACES TO WISP-OPS-AREA-DETAIL (3)
               STRING "NO REPORT TODAY -- LAST "  DELIMITED BY SIZE
                      WISP-OPS-MILE-WHEN          DELIMITED BY SIZE
                      INTO WISP-OPS-AREA-DETAIL (3)
               END-STRING
               IF WISP-OPS-AREA-STATE (3) NOT = " RED "
                   MOVE "AMBER" TO WISP-OPS-AREA-STATE (3)
               END-IF
               MOVE "MILESTONE MONITOR WMILEMON HAS NOT REPORTED TODAY"
                   TO WISP-OPS-ATTN-TEXT
               PERFORM 7100-ADD-ATTENTION
           END-IF.

       3300-MILESTONES-EXIT.
           EXIT.

       3310-JUDGE-ONE-MILESTONE.
           IF WMILESTAT-LINE = SPACES
               GO TO 3310-JUDGE-ONE-MILESTONE-EXIT
           END-IF.
           ADD 1 TO WISP-OPS-MILE-COUNT.
           IF MS-DATE IS NUMERIC
               MOVE MS-DATE TO WISP-OPS-MILE-WHEN
           END-IF.
           IF MS-MISSED
               ADD 1 TO WISP-OPS-MISSED-COUNT
           END-IF.
           IF MS-AT-RISK
               ADD 1 TO WISP-OPS-RISK-COUNT
           END-IF.
           IF MS-MISSED OR MS-AT-RISK
               MOVE SPACES TO WISP-OPS-ATTN-TEXT
               STRING "MILESTONE "          DELIMITED BY SIZE
                      MS-NAME               DELIMITED BY SPACE
                      " ("                  DELIMITED BY SIZE
                      MS-PROGRAM            DELIMITED BY SPACE
                      ") "                  DELIMITED BY SIZE
                      MS-STATE              DELIMITED BY "  "
                      " -- DUE "            DELIMITED BY SIZE
                      MS-DEADLINE           DELIMITED BY SIZE
                      ", PROJECTED "        DELIMITED BY SIZE
                      MS-PROJECTED          DELIMITED BY SIZE
                      INTO WISP-OPS-ATTN-TEXT
               END-STRING
               PERFORM 7100-ADD-ATTENTION
           END-IF.

       3310-JUDGE-ONE-MILESTONE-EXIT.
           EXIT.

      **** 4 -- WISPERR.LOG EVENTS OF THE LAST HOUR, EACH AT THE
      **** HIGHEST LEVEL A WERRRULES.DAT RULE GIVES IT
       3400-RECENT-ERRORS.

           MOVE ZERO TO WISP-OPS-CRITICAL-COUNT WISP-OPS-WARNING-COUNT
                        WISP-OPS-INFO-COUNT WISP-OPS-UNRATED-COUNT.
           PERFORM 3410-LOAD-RULES
               THRU 3410-LOAD-RULES-EXIT.

           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           OPEN INPUT WISPERRLOG-FILE.
           IF WISP-ERRLOG-FILE-STATUS = "00"
               PERFORM UNTIL WISP-OPS-EOF
                   READ WISPERRLOG-FILE
                       AT END
                           SET WISP-OPS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3420-RATE-ONE-EVENT
                               THRU 3420-RATE-ONE-EVENT-EXIT
                   END-READ
               END-PERFORM
               CLOSE WISPERRLOG-FILE
           END-IF.

           MOVE WISP-OPS-CRITICAL-COUNT TO WISP-OPS-EDIT-1.
           MOVE WISP-OPS-WARNING-COUNT TO WISP-OPS-EDIT-2.
           MOVE WISP-OPS-INFO-COUNT TO WISP-OPS-EDIT-3.
           MOVE WISP-OPS-UNRATED-COUNT TO WISP-OPS-EDIT-4.
           MOVE SPACES TO WISP-OPS-AREA-DETAIL (4).
           STRING WISP-OPS-EDIT-1         DELIMITED BY SIZE
                  " CRIT"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-2         DELIMITED BY SIZE
                  " WARN"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-3         DELIMITED BY SIZE
                  " INFO"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-4         DELIMITED BY SIZE
                  " UNRATED"              DELIMITED BY SIZE
                  INTO WISP-OPS-AREA-DETAIL (4)
           END-STRING.
           MOVE 4 TO WISP-OPS-AREA-X.
           COMPUTE WISP-OPS-AMBER-MEASURE = WISP-OPS-CRITICAL-COUNT
               + WISP-OPS-WARNING-COUNT + WISP-OPS-UNRATED-COUNT.
           MOVE WISP-OPS-CRITICAL-COUNT TO WISP-OPS-RED-MEASURE.
           PERFORM 7000-RATE-AREA.

       3400-RECENT-ERRORS-EXIT.
           EXIT.

       3410-LOAD-RULES.

           MOVE ZERO TO WISP-RULE-COUNT.
           OPEN INPUT WERRRULES-FILE.
           IF WISP-RULES-FILE-STATUS NOT = "00"
               GO TO 3410-LOAD-RULES-EXIT
           END-IF.
           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           PERFORM UNTIL WISP-OPS-EOF
               READ WERRRULES-FILE
                   AT END
                       SET WISP-OPS-EOF TO TRUE
                   NOT AT END
                       IF WERRRULES-RECORD NOT = SPACES
                               AND WISP-RU-REC-PROGRAM (1:2) NOT = "**"
                               AND WISP-RULE-COUNT < WISP-RULE-MAX
                           ADD 1 TO WISP-RULE-COUNT
                           SET WISP-RULE-X TO WISP-RULE-COUNT
                           MOVE WISP-RU-REC-PROGRAM
                               TO WISP-RULE-PROGRAM (WISP-RULE-X)
                           MOVE WISP-RU-REC-PARAGRAPH
                               TO WISP-RULE-PARAGRAPH (WISP-RULE-X)
                           MOVE WISP-RU-REC-LEVEL
                               TO WISP-RULE-LEVEL (WISP-RULE-X)
                           MOVE WISP-RU-REC-PATTERN
                               TO WISP-RULE-PATTERN (WISP-RULE-X)
                           PERFORM 3411-SET-PATTERN-LENGTH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WERRRULES-FILE.

       3410-LOAD-RULES-EXIT.
           EXIT.

       3411-SET-PATTERN-LENGTH.
           MOVE ZERO TO WISP-RULE-PAT-LEN (WISP-RULE-X).
           PERFORM VARYING WISP-SCAN-POS FROM 40 BY -1
                   UNTIL WISP-SCAN-POS < 1
                      OR WISP-RULE-PAT-LEN (WISP-RULE-X) > ZERO
               IF WISP-RULE-PATTERN (WISP-RULE-X) (WISP-SCAN-POS:1)
                       NOT = SPACE
                   MOVE WISP-SCAN-POS TO WISP-RULE-PAT-LEN (WISP-RULE-X)
               END-IF
           END-PERFORM.

       3420-RATE-ONE-EVENT.

           IF WISP-EL-REC-DATE IS NOT NUMERIC
                   OR WISP-EL-REC-TIME IS NOT NUMERIC
                   OR WISP-EL-REC-DATE < WISP-OPS-YESTERDAY
               GO TO 3420-RATE-ONE-EVENT-EXIT
           END-IF.
           MOVE WISP-EL-REC-DATE TO WISP-OPS-STAMP-DATE.
           MOVE WISP-EL-REC-TIME TO WISP-OPS-STAMP-TIME.
           PERFORM 7200-STAMP-SECONDS.
           IF WISP-OPS-NOW-SECS - WISP-OPS-STAMP-SECS > 3600
               GO TO 3420-RATE-ONE-EVENT-EXIT
           END-IF.

      *    Rank 3 CRITICAL, 2 WARNING, 1 INFO, 0 no rule matched.
           MOVE ZERO TO WISP-OPS-EVENT-RANK.
           PERFORM VARYING WISP-RULE-X FROM 1 BY 1
                   UNTIL WISP-RULE-X > WISP-RULE-COUNT
               MOVE "N" TO WISP-RULE-MATCH-SWITCH
               IF WISP-RULE-PROGRAM (WISP-RULE-X) (1:1) = "*"
                   OR WISP-RULE-PROGRAM (WISP-RULE-X)
                       = WISP-EL-REC-PROGRAM
                   IF WISP-RULE-PARAGRAPH (WISP-RULE-X) (1:1) = "*"
                           OR WISP-RULE-PARAGRAPH (WISP-RULE-X)
                               = WISP-EL-REC-PARAGRAPH
                       PERFORM 3421-MATCH-PATTERN
                   END-IF
               END-IF
               IF WISP-RULE-MATCHED
                   EVALUATE WISP-RULE-LEVEL (WISP-RULE-X)
                       WHEN "CRITICAL"
                           MOVE 3 TO WISP-OPS-RULE-RANK
                       WHEN "WARNING"
                           MOVE 2 TO WISP-OPS-RULE-RANK
                       WHEN OTHER
                           MOVE 1 TO WISP-OPS-RULE-RANK
                   END-EVALUATE
                   IF WISP-OPS-RULE-RANK > WISP-OPS-EVENT-RANK
                       MOVE WISP-OPS-RULE-RANK TO WISP-OPS-EVENT-RANK
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE WISP-OPS-EVENT-RANK
               WHEN 3
                   ADD 1 TO WISP-OPS-CRITICAL-COUNT
                   MOVE SPACES TO WISP-OPS-ATTN-TEXT
                   STRING "CRITICAL "             DELIMITED BY SIZE
                          WISP-EL-REC-TIME (1:2)  DELIMITED BY SIZE
                          ":"                     DELIMITED BY SIZE
                          WISP-EL-REC-TIME (3:2)  DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WISP-EL-REC-PROGRAM     DELIMITED BY SPACE
                          " "                     DELIMITED BY SIZE
                          WISP-EL-REC-DETAIL      DELIMITED BY SIZE
                          INTO WISP-OPS-ATTN-TEXT
                   END-STRING
                   PERFORM 7100-ADD-ATTENTION
               WHEN 2
                   ADD 1 TO WISP-OPS-WARNING-COUNT
               WHEN 1
                   ADD 1 TO WISP-OPS-INFO-COUNT
               WHEN OTHER
                   ADD 1 TO WISP-OPS-UNRATED-COUNT
           END-EVALUATE.

       3420-RATE-ONE-EVENT-EXIT.
           EXIT.

       3421-MATCH-PATTERN.
           MOVE WISP-RULE-PAT-LEN (WISP-RULE-X) TO WISP-PAT-LEN.
           IF WISP-PAT-LEN = ZERO
               SET WISP-RULE-MATCHED TO TRUE
           ELSE
               COMPUTE WISP-SCAN-LIMIT = 80 - WISP-PAT-LEN + 1
               PERFORM VARYING WISP-SCAN-POS FROM 1 BY 1
                       UNTIL WISP-SCAN-POS > WISP-SCAN-LIMIT
                          OR WISP-RULE-MATCHED
                   IF WISP-EL-REC-DETAIL (WISP-SCAN-POS:WISP-PAT-LEN)
                       = WISP-RULE-PATTERN (WISP-RULE-X)
                           (1:WISP-PAT-LEN)
                       SET WISP-RULE-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      **** 5 -- LOCKS HELD LONGER THAN OPSLOCKMIN MINUTES
       3500-LONG-LOCKS.

           MOVE ZERO TO WISP-OPS-LOCK-COUNT WISP-OPS-OLD-LOCK-COUNT
                        WISP-OPS-WAITER-COUNT.
           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           OPEN INPUT WENQ-LOCK-FILE.
           IF WISP-LOCK-FILE-STATUS = "00"
               PERFORM UNTIL WISP-OPS-EOF
                   READ WENQ-LOCK-FILE
                       AT END
                           SET WISP-OPS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3510-JUDGE-ONE-LOCK
                               THRU 3510-JUDGE-ONE-LOCK-EXIT
                   END-READ
               END-PERFORM
               CLOSE WENQ-LOCK-FILE
           END-IF.

           MOVE WISP-OPS-LOCK-COUNT TO WISP-OPS-EDIT-1.
           MOVE WISP-OPS-OLD-LOCK-COUNT TO WISP-OPS-EDIT-2.
           MOVE WISP-OPS-SETTING (14) TO WISP-OPS-EDIT-3.
           MOVE WISP-OPS-WAITER-COUNT TO WISP-OPS-EDIT-4.
           MOVE SPACES TO WISP-OPS-AREA-DETAIL (5).
           STRING WISP-OPS-EDIT-1         DELIMITED BY SIZE
                  " HELD"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-2         DELIMITED BY SIZE
                  " OVER"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-3         DELIMITED BY SIZE
                  " MIN"                  DELIMITED BY SIZE
                  WISP-OPS-EDIT-4         DELIMITED BY SIZE
                  " WAITING"              DELIMITED BY SIZE
                  INTO WISP-OPS-AREA-DETAIL (5)
           END-STRING.
           MOVE 5 TO WISP-OPS-AREA-X.
           MOVE WISP-OPS-OLD-LOCK-COUNT TO WISP-OPS-AMBER-MEASURE.
           MOVE WISP-OPS-OLD-LOCK-COUNT TO WISP-OPS-RED-MEASURE.
           PERFORM 7000-RATE-AREA.

       3500-LONG-LOCKS-EXIT.
           EXIT.

       3510-JUDGE-ONE-LOCK.
           IF WENQ-LOCK-RECORD = SPACES
               GO TO 3510-JUDGE-ONE-LOCK-EXIT
           END-IF.
           IF WNQ-REC-TYPE = "W"
               ADD 1 TO WISP-OPS-WAITER-COUNT
               GO TO 3510-JUDGE-ONE-LOCK-EXIT
           END-IF.
           ADD 1 TO WISP-OPS-LOCK-COUNT.
           IF WNQ-REC-DATE IS NOT NUMERIC
                   OR WNQ-REC-TIME IS NOT NUMERIC
               GO TO 3510-JUDGE-ONE-LOCK-EXIT
           END-IF.
           MOVE WNQ-REC-DATE TO WISP-OPS-STAMP-DATE.
           MOVE WNQ-REC-TIME TO WISP-OPS-STAMP-TIME.
           PERFORM 7200-STAMP-SECONDS.
           IF WISP-OPS-STAMP-SECS > WISP-OPS-NOW-SECS
               GO TO 3510-JUDGE-ONE-LOCK-EXIT
           END-IF.
           COMPUTE WISP-OPS-AGE-MINUTES =
               (WISP-OPS-NOW-SECS - WISP-OPS-STAMP-SECS) / 60.
           IF WISP-OPS-AGE-MINUTES > WISP-OPS-SETTING (14)
               ADD 1 TO WISP-OPS-OLD-LOCK-COUNT
               MOVE WISP-OPS-AGE-MINUTES TO WISP-OPS-EDIT-1
               MOVE SPACES TO WISP-OPS-ATTN-TEXT
               STRING "LOCK "              DELIMITED BY SIZE
                      WNQ-REC-NAME         DELIMITED BY SPACE
                      " HELD"              DELIMITED BY SIZE
                      WISP-OPS-EDIT-1      DELIMITED BY SIZE
                      " MIN BY "           DELIMITED BY SIZE
                      WNQ-REC-RUN          DELIMITED BY SPACE
                      INTO WISP-OPS-ATTN-TEXT
               END-STRING
               PERFORM 7100-ADD-ATTENTION
           END-IF.

       3510-JUDGE-ONE-LOCK-EXIT.
           EXIT.

      **** 6 -- HELD ENTRIES ON THE PRINT QUEUE
       3600-HELD-PRINT.

           MOVE ZERO TO WISP-OPS-PRT-HELD-COUNT
                        WISP-OPS-PRT-READY-COUNT.
           MOVE "N" TO WISP-OPS-EOF-SWITCH.
           OPEN INPUT WSPOOLQ-FILE.
           IF WISP-SPOOL-FILE-STATUS = "00"
               PERFORM UNTIL WISP-OPS-EOF
                   READ WSPOOLQ-FILE
                       AT END
                           SET WISP-OPS-EOF TO TRUE
                       NOT AT END
                           IF WISP-SPQ-REC-STATUS = "H"
                               ADD 1 TO WISP-OPS-PRT-HELD-COUNT
                           END-IF
                           IF WISP-SPQ-REC-STATUS = "R"
                               ADD 1 TO WISP-OPS-PRT-READY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WSPOOLQ-FILE
           END-IF.

           MOVE WISP-OPS-PRT-HELD-COUNT TO WISP-OPS-EDIT-1.
           MOVE WISP-OPS-PRT-READY-COUNT TO WISP-OPS-EDIT-2.
           MOVE SPACES TO WISP-OPS-AREA-DETAIL (6).
           STRING WISP-OPS-EDIT-1         DELIMITED BY SIZE
                  " HELD"                 DELIMITED BY SIZE
                  WISP-OPS-EDIT-2         DELIMITED BY SIZE
                  " READY TO PRINT"       DELIMITED BY SIZE
                  INTO WISP-OPS-AREA-DETAIL (6)
           END-STRING.
           MOVE 6 TO WISP-OPS-AREA-X.
           MOVE WISP-OPS-PRT-HELD-COUNT TO WISP-OPS-AMBER-MEASURE.
           MOVE WISP-OPS-PRT-HELD-COUNT TO WISP-OPS-RED-MEASURE.
           PERFORM 7000-RATE-AREA.

       3600-HELD-PRINT-EXIT.
           EXIT.

      **** 7 -- THE SYSTEM AVAILABILITY STATE
       3700-AVAILABILITY.

           CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
               ON EXCEPTION
                   MOVE SPACES TO WISP-AVAILABILITY
                   MOVE ZERO TO AV-SET-DATE AV-SET-TIME AV-RETURN
                   MOVE "ONLINE" TO AV-STATE
           END-CALL.
           MOVE SPACES TO WISP-OPS-AREA-DETAIL (7).
           STRING AV-STATE                DELIMITED BY SPACE
                  INTO WISP-OPS-AREA-DETAIL (7)
           END-STRING.
           IF AV-SET-DATE IS NUMERIC AND AV-SET-DATE NOT = ZERO
               MOVE WISP-OPS-AREA-DETAIL (7) TO WISP-OPS-ATTN-TEXT
               MOVE SPACES TO WISP-OPS-AREA-DETAIL (7)
               STRING WISP-OPS-ATTN-TEXT  DELIMITED BY SPACE
                      " SINCE "           DELIMITED BY SIZE
                      AV-SET-DATE         DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      AV-SET-TIME (1:2)   DELIMITED BY SIZE
                      ":"                 DELIMITED BY SIZE
                      AV-SET-TIME (3:2)   DELIMITED BY SIZE
                      " BY "              DELIMITED BY SIZE
                      AV-SET-BY           DELIMITED BY SIZE
                      INTO WISP-OPS-AREA-DETAIL (7)
               END-STRING
           END-IF.

           EVALUATE TRUE
               WHEN AV-UPDATES-HELD
                   MOVE " RED " TO WISP-OPS-AREA-STATE (7)
               WHEN AV-BATCH-ONLY
                   MOVE "AMBER" TO WISP-OPS-AREA-STATE (7)
               WHEN OTHER
                   MOVE "GREEN" TO WISP-OPS-AREA-STATE (7)
           END-EVALUATE.
           IF NOT AV-ONLINE AND AV-REASON NOT = SPACES
               MOVE SPACES TO WISP-OPS-ATTN-TEXT
               STRING "SYSTEM "           DELIMITED BY SIZE
                      AV-STATE            DELIMITED BY SPACE
                      " -- "              DELIMITED BY SIZE
                      AV-REASON           DELIMITED BY SIZE
                      INTO WISP-OPS-ATTN-TEXT
               END-STRING
               PERFORM 7100-ADD-ATTENTION
           END-IF.

      **** AREA WISP-OPS-AREA-X AGAINST ITS THRESHOLDS -- RED FIRST
       7000-RATE-AREA.
           MOVE "GREEN" TO WISP-OPS-AREA-STATE (WISP-OPS-AREA-X).
           COMPUTE WISP-OPS-SETTING-X = WISP-OPS-AREA-X * 2.
           IF WISP-OPS-SETTING (WISP-OPS-SETTING-X) > ZERO
                   AND WISP-OPS-RED-MEASURE
                       NOT < WISP-OPS-SETTING (WISP-OPS-SETTING-X)
               MOVE " RED " TO WISP-OPS-AREA-STATE (WISP-OPS-AREA-X)
           ELSE
               SUBTRACT 1 FROM WISP-OPS-SETTING-X
               IF WISP-OPS-SETTING (WISP-OPS-SETTING-X) > ZERO
                       AND WISP-OPS-AMBER-MEASURE
                           NOT < WISP-OPS-SETTING (WISP-OPS-SETTING-X)
                   MOVE "AMBER" TO WISP-OPS-AREA-STATE (WISP-OPS-AREA-X)
               END-IF
           END-IF.

      **** ONE ITEM FOR THE ATTENTION LINES; THE COUNT GOES ON PAST
      **** WHAT FITS SO THE BOARD CAN SAY HOW MANY MORE THERE ARE
       7100-ADD-ATTENTION.
           ADD 1 TO WISP-OPS-ATTN-COUNT.
           IF WISP-OPS-ATTN-COUNT NOT > 3
               MOVE WISP-OPS-ATTN-TEXT
                   TO WISP-OPS-ATTN-LINE (WISP-OPS-ATTN-COUNT)
           END-IF.

      **** WISP-OPS-STAMP-DATE AND -TIME (HHMMSSHH) AS SECONDS
       7200-STAMP-SECONDS.
           MOVE ZERO TO WISP-OPS-STAMP-SECS.
           IF WISP-OPS-STAMP-DATE > 16010101
               COMPUTE WISP-OPS-STAMP-SECS =
                   FUNCTION INTEGER-OF-DATE (WISP-OPS-STAMP-DATE)
                       * 86400
                   + WISP-OPS-STAMP-HH * 3600
                   + WISP-OPS-STAMP-MM * 60
                   + WISP-OPS-STAMP-SS
           END-IF.

       9999-STOP.
           EXIT PROGRAM.
