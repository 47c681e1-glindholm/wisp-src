      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WCHGBACK.
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
      *    WCHGBACK is the monthly IT chargeback -- job accounting
      *    by cost center, so finance can recharge departments from
      *    what the logs already record:
      *
      *        WCHGBACK [period]      (YYYYMM; defaults to the
      *                                business date's period)
      *
      *    Usage comes from four places:
      *
      *        - run-minutes   WISPRUN.LOG (and its archive
      *                        segments), STOP paired with START
      *                        as WRUNTIME pairs them;
      *        - printed pages WSPOOLQ.DAT entries PRINTED in the
      *                        month -- page ejects in the report
      *                        file times the copies;
      *        - screens       PERFLOG (and its archive segments),
      *                        one line per screen shown;
      *        - GB-months     WSIZHIST.DAT, each file's average
      *                        sampled size over the month in units
      *                        of 10**9 bytes.
      *
      *    WCOSTCTR.DAT assigns usage to cost centers, one line per
      *    assignment, TYPE(1) sp NAME(40) sp CENTER(8), "*" lines
      *    being comments:
      *
      *        S  stream       a run is charged to its stream's
      *                        center (the STREAM= tag WISPRUN
      *                        stamps), else to its program's;
      *        P  program      also the fallback for a screen's
      *                        application, a report's name, and a
      *                        file's last opener in OPENFAUDX;
      *        O  operator     a screen is charged to its operator's
      *                        center first;
      *        R  report       a printed report's center, ahead of
      *                        the program of the same name;
      *        L  library      "VOLUME LIBRARY" (6 sp 8) -- a
      *                        file's center ahead of its opener.
      *
      *    Anything left over is charged to UNASSIGN, and the report
      *    lists the first unassigned names so the table can be
      *    completed.  The rate card WCHGRATE.DAT has one line per
      *    chargeable item, ITEM(8) sp RATE(nnnnn.nnnn) with item
      *    MINUTE, PAGE, SCREEN, or GBMONTH; a missing item charges
      *    nothing.
      *
      *    Output is WCHGBACK.RPT and the delimited extract
      *    CB<period>.CSV, one row per cost center (WDLMOUT).
      *
      *    The month's figures are kept in WCHGHIST.DAT.  While the
      *    period is open (WPERIOD) every run recomputes them and
      *    they are PROVISIONAL.  Once the period is CLOSED the first
      *    run computes them one last time and stores them FINAL;
      *    from then on the stored figures -- rates included -- are
      *    reported as they stand, so a closed month's charges
      *    cannot change.  Run it after WPERCLOS at month-end.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCOSTCTR-FILE ASSIGN TO "WCOSTCTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.
           SELECT WCHGRATE-FILE ASSIGN TO "WCHGRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT WCHGHIST-FILE ASSIGN TO "WCHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT WISPRUN-LOG-FILE ASSIGN TO "WISPRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT PERFLOG-FILE ASSIGN TO "PERFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-FILE-STATUS.
           SELECT WS-ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT WSPOOLQ-FILE ASSIGN TO "WSPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WS-REPORT-IN-FILE ASSIGN TO WS-REPORT-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.
           SELECT WSIZHIST-FILE ASSIGN TO "WSIZHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIZE-FILE-STATUS.
           SELECT OPENFAUD-FILE ASSIGN TO "OPENFAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-REC-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WCHGBACK-REPORT-FILE ASSIGN TO "WCHGBACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WCOSTCTR-FILE.
       01  WCOSTCTR-RECORD.
           05  CC-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  CC-REC-NAME            PIC X(40).
           05  FILLER                 PIC X.
           05  CC-REC-CENTER          PIC X(8).

       FD  WCHGRATE-FILE.
       01  WCHGRATE-RECORD.
           05  CR-REC-ITEM            PIC X(8).
           05  FILLER                 PIC X.
           05  CR-REC-RATE            PIC X(10).

      *    One line per period and cost center, and one rate-card
      *    line per period.  CH-REC-STATUS P provisional, F final.
       FD  WCHGHIST-FILE.
       01  WCHGHIST-RECORD.
           05  CH-REC-PERIOD          PIC X(6).
           05  FILLER                 PIC X.
           05  CH-REC-STATUS          PIC X.
           05  FILLER                 PIC X.
           05  CH-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  CH-REC-DETAIL          PIC X(104).
           05  CH-REC-CENTER-DETAIL REDEFINES CH-REC-DETAIL.
               10  CH-REC-CENTER      PIC X(8).
               10  FILLER             PIC X.
               10  CH-REC-RUNS        PIC 9(6).
               10  FILLER             PIC X.
               10  CH-REC-SECS        PIC 9(10).
               10  FILLER             PIC X.
               10  CH-REC-PAGES       PIC 9(8).
               10  FILLER             PIC X.
               10  CH-REC-SCREENS     PIC 9(8).
               10  FILLER             PIC X.
               10  CH-REC-GBMONTHS    PIC 9(7)V9(4).
               10  FILLER             PIC X.
               10  CH-REC-RUN-CHG     PIC 9(9)V99.
               10  FILLER             PIC X.
               10  CH-REC-PAGE-CHG    PIC 9(9)V99.
               10  FILLER             PIC X.
               10  CH-REC-SCREEN-CHG  PIC 9(9)V99.
               10  FILLER             PIC X.
               10  CH-REC-STORE-CHG   PIC 9(9)V99.
           05  CH-REC-RATE-DETAIL REDEFINES CH-REC-DETAIL.
               10  CH-REC-MINUTE-RATE PIC 9(5)V9(4).
               10  FILLER             PIC X.
               10  CH-REC-PAGE-RATE   PIC 9(5)V9(4).
               10  FILLER             PIC X.
               10  CH-REC-SCREEN-RATE PIC 9(5)V9(4).
               10  FILLER             PIC X.
               10  CH-REC-GB-RATE     PIC 9(5)V9(4).
               10  FILLER             PIC X(65).

       FD  WISPRUN-LOG-FILE.
       01  WISPRUN-LOG-RECORD.
           05  RL-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  RL-REC-TIME            PIC 9(8).
           05  RL-REC-ACTION          PIC X(7).
           05  RL-REC-PROGRAM         PIC X(80).
      *    " STREAM=" and the stream name, in WISPRUN's fixed columns.
           05  RL-REC-STREAM-TAG      PIC X(8).
           05  RL-REC-STREAM          PIC X(8).
           05  FILLER                 PIC X(40).

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

       FD  WS-ARCH-FILE.
       01  WS-ARCH-RECORD             PIC X(2000).

       FD  WSPOOLQ-FILE.
       01  WSPOOLQ-RECORD.
           05  WSQ-REC-STATUS         PIC X.
           05  FILLER                 PIC X.
           05  WSQ-REC-ENTRY          PIC 9(6).
           05  FILLER                 PIC X.
           05  WSQ-REC-REPORT         PIC X(12).
           05  FILLER                 PIC X.
           05  WSQ-REC-FORM           PIC X(4).
           05  FILLER                 PIC X.
           05  WSQ-REC-COPIES         PIC 99.
           05  FILLER                 PIC X.
           05  WSQ-REC-PRIORITY       PIC 9.
           05  FILLER                 PIC X.
           05  WSQ-REC-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  WSQ-REC-TIME           PIC 9(8).
           05  FILLER                 PIC X.
           05  WSQ-REC-PATH           PIC X(80).

       FD  WS-REPORT-IN-FILE.
       01  WS-REPORT-IN-RECORD.
           05  WS-RPT-REC-CC          PIC X.
           05  WS-RPT-REC-TEXT        PIC X(132).

       FD  WSIZHIST-FILE.
       01  WSIZHIST-RECORD.
           05  SH-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  SH-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  SH-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  SH-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  SH-REC-SIZE            PIC 9(12).

       FD  OPENFAUD-FILE.
       COPY "wopnaud.cpy".

       FD  WCHGBACK-REPORT-FILE.
       01  WCHGBACK-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).

       01  WS-TABLE-FILE-STATUS       PIC XX.
       01  WS-RATE-FILE-STATUS        PIC XX.
       01  WS-HIST-FILE-STATUS        PIC XX.
       01  WS-RUNLOG-FILE-STATUS      PIC XX.
       01  WS-PERF-FILE-STATUS        PIC XX.
       01  WS-QUEUE-FILE-STATUS       PIC XX.
       01  WS-REPORT-IN-STATUS        PIC XX.
       01  WS-SIZE-FILE-STATUS        PIC XX.
       01  WS-AUDIT-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X     VALUE "N".
           88  WS-EOF                           VALUE "Y".

       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD                  PIC X(6).
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-START-FROM-DATE         PIC 9(8).
       01  WS-PERIOD-RETURN           PIC 9.
       01  WS-FINAL-SWITCH            PIC X     VALUE "N".
           88  WS-PERIOD-FINAL                  VALUE "Y".
       01  WS-FROZEN-SWITCH           PIC X     VALUE "N".
           88  WS-FIGURES-FROZEN                VALUE "Y".

      *    Archive-aware reading, as WRUNTIME and WPERFRPT do it.
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STATUS             PIC XX.
       01  WS-ARCH-EOF-SWITCH         PIC X.
           88  WS-ARCH-EOF                      VALUE "Y".
       01  WS-ARCH-STEM               PIC X(8).
       01  WS-ARCH-INDEX              PIC 9(4)  COMP.
       01  WS-ARCH-RETURN             PIC 9.

      *    The rate card.
       01  WS-MINUTE-RATE             PIC 9(5)V9(4) VALUE ZERO.
       01  WS-PAGE-RATE               PIC 9(5)V9(4) VALUE ZERO.
       01  WS-SCREEN-RATE             PIC 9(5)V9(4) VALUE ZERO.
       01  WS-GB-RATE                 PIC 9(5)V9(4) VALUE ZERO.
       01  WS-RATE-EDIT               PIC 9(5).9(4).
       01  WS-RATE-VALUE              PIC 9(5)V9(4).

      *    WCOSTCTR.DAT, held whole.
       01  WS-ASSIGN-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ASSIGN-MAX              PIC 9(4)  VALUE 500.
       01  WS-ASSIGN-TABLE.
           05  WS-ASG-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-ASG-X.
               10  WS-ASG-TYPE        PIC X.
               10  WS-ASG-NAME        PIC X(40).
               10  WS-ASG-CENTER      PIC X(8).
       01  WS-LOOKUP-TYPE             PIC X.
       01  WS-LOOKUP-NAME             PIC X(40).
       01  WS-LOOKUP-CENTER           PIC X(8).
       01  WS-CHARGE-CENTER           PIC X(8).
       01  WS-UNASSIGNED-CENTER       PIC X(8)  VALUE "UNASSIGN".

      *    Usage and charges per cost center.
       01  WS-CENTER-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CENTER-MAX              PIC 9(4)  VALUE 200.
       01  WS-CENTER-TABLE.
           05  WS-CTR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-CTR-X.
               10  WS-CTR-CENTER      PIC X(8).
               10  WS-CTR-RUNS        PIC 9(6)  COMP-5.
               10  WS-CTR-SECS        PIC 9(10) COMP-5.
               10  WS-CTR-PAGES       PIC 9(8)  COMP-5.
               10  WS-CTR-SCREENS     PIC 9(8)  COMP-5.
               10  WS-CTR-GBMONTHS    PIC 9(7)V9(4).
               10  WS-CTR-RUN-CHG     PIC 9(9)V99.
               10  WS-CTR-PAGE-CHG    PIC 9(9)V99.
               10  WS-CTR-SCREEN-CHG  PIC 9(9)V99.
               10  WS-CTR-STORE-CHG   PIC 9(9)V99.
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.

      *    The first names nothing in WCOSTCTR.DAT claimed.
       01  WS-UNASG-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-UNASG-TABLE.
           05  WS-UNASG-ENTRY         PIC X(42) OCCURS 20 TIMES.
       01  WS-UNASG-X                 PIC 9(4)  COMP-5.
       01  WS-UNASG-WORK              PIC X(42).

      *    STARTs awaiting their STOP.
       01  WS-OPEN-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-OPEN-MAX                PIC 9(4)  VALUE 50.
       01  WS-OPEN-TABLE.
           05  WS-OPN-ENTRY  OCCURS 50 TIMES
                             INDEXED BY WS-OPN-X.
               10  WS-OPN-PROGRAM     PIC X(8).
               10  WS-OPN-DATE        PIC 9(8).
               10  WS-OPN-TIME        PIC 9(8).
               10  WS-OPN-USED        PIC X.
       01  WS-TIME-WORK.
           05  WS-TIME-WORK-HH        PIC 99.
           05  WS-TIME-WORK-MM        PIC 99.
           05  WS-TIME-WORK-SS        PIC 99.
           05  FILLER                 PIC XX.
       01  WS-ELAPSED-SECS            PIC S9(8) COMP-5.
       01  WS-START-INTEGER           PIC 9(8)  COMP-5.
       01  WS-STOP-INTEGER            PIC 9(8)  COMP-5.
       01  WS-START-SECS              PIC 9(8)  COMP-5.
       01  WS-STOP-SECS               PIC 9(8)  COMP-5.

      *    Printed pages.
       01  WS-REPORT-IN-PATH          PIC X(80).
       01  WS-REPORT-EOF-SWITCH       PIC X.
           88  WS-REPORT-EOF                    VALUE "Y".
       01  WS-ENTRY-PAGES             PIC 9(8)  COMP-5.
       01  WS-GONE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.

      *    Mapped files sampled in the month.
       01  WS-FILE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-FILE-MAX                PIC 9(4)  VALUE 500.
       01  WS-FILE-TABLE.
           05  WS-FIL-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-FIL-X.
               10  WS-FIL-VOL         PIC X(6).
               10  WS-FIL-LIB         PIC X(8).
               10  WS-FIL-FILE        PIC X(8).
               10  WS-FIL-SIZE-SUM    PIC 9(15) COMP-5.
               10  WS-FIL-SAMPLES     PIC 9(4)  COMP-5.
               10  WS-FIL-OPENER      PIC X(8).
       01  WS-GB-BYTES                PIC 9(10) VALUE 1000000000.
       01  WS-FILE-GBMONTHS           PIC 9(7)V9(4).

      *    WCHGHIST.DAT, held whole for the rewrite.
       01  WS-HIST-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HIST-MAX                PIC 9(4)  VALUE 5000.
       01  WS-HIST-OVERFLOW-SWITCH    PIC X     VALUE "N".
           88  WS-HIST-OVERFLOW                 VALUE "Y".
       01  WS-HIST-TABLE.
           05  WS-HIS-LINE            PIC X(116)
                                      OCCURS 5000 TIMES
                                      INDEXED BY WS-HIS-X.

      *    Report and extract.
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-TOTAL-CHG               PIC 9(10)V99.
       01  WS-ALL-ENTRY.
           05  WS-ALL-RUNS            PIC 9(6)  COMP-5.
           05  WS-ALL-SECS            PIC 9(10) COMP-5.
           05  WS-ALL-PAGES           PIC 9(8)  COMP-5.
           05  WS-ALL-SCREENS         PIC 9(8)  COMP-5.
           05  WS-ALL-GBMONTHS        PIC 9(7)V9(4).
           05  WS-ALL-RUN-CHG         PIC 9(10)V99.
           05  WS-ALL-PAGE-CHG        PIC 9(10)V99.
           05  WS-ALL-SCREEN-CHG      PIC 9(10)V99.
           05  WS-ALL-STORE-CHG       PIC 9(10)V99.
           05  WS-ALL-TOTAL-CHG       PIC 9(11)V99.
       01  WS-MINUTES                 PIC 9(9)V9.
       01  WS-RUNS-DISP               PIC ZZZ,ZZ9.
       01  WS-MINUTES-DISP            PIC ZZZZ,ZZ9.9.
       01  WS-COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZ,ZZZ,ZZ9.
       01  WS-GB-DISP                 PIC ZZZ,ZZ9.9999.
       01  WS-CHG-DISP-1              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CHG-DISP-2              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CHG-DISP-3              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CHG-DISP-4              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CHG-DISP-5              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-DISP-1             PIC ZZ,ZZ9.9999.
       01  WS-RATE-DISP-2             PIC ZZ,ZZ9.9999.
       01  WS-RATE-DISP-3             PIC ZZ,ZZ9.9999.
       01  WS-RATE-DISP-4             PIC ZZ,ZZ9.9999.
       01  WS-CSV-NAME                PIC X(12).
       01  WS-CSV-COUNT               PIC 9(4)  COMP.
       01  WS-CSV-FIELDS.
           05  WS-CSV-FIELD           PIC X(40) OCCURS 16.
       01  WS-CSV-NUM                 PIC 9(10).
       01  WS-CSV-AMOUNT              PIC 9(9).99.
       01  WS-CSV-GB                  PIC 9(7).9(4).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WCHGBACK.

           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 = SPACES
               MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD
           ELSE
               IF WS-ARG-1 (1:6) IS NUMERIC
                       AND WS-ARG-1 (7:10) = SPACES
                       AND WS-ARG-1 (5:2) > "00"
                       AND WS-ARG-1 (5:2) < "13"
                   MOVE WS-ARG-1 (1:6) TO WS-PERIOD
               ELSE
                   DISPLAY "WCHGBACK: USAGE IS  WCHGBACK [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.

           MOVE WS-PERIOD TO WS-FROM-DATE (1:6).
           MOVE "01" TO WS-FROM-DATE (7:2).
           MOVE WS-PERIOD TO WS-TO-DATE (1:6).
           MOVE "31" TO WS-TO-DATE (7:2).
      *    A run that started late on the last day of the month
      *    before still has its START paired.
           COMPUTE WS-START-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) - 1).

           CALL "WPERIOD" USING "STS", WS-FROM-DATE, WS-PERIOD-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WS-PERIOD-RETURN
           END-CALL.
           IF WS-PERIOD-RETURN = 1
               SET WS-PERIOD-FINAL TO TRUE
           END-IF.

           PERFORM LOAD-CHARGE-HISTORY
               THRU LOAD-CHARGE-HISTORY-EXIT.

           IF NOT WS-FIGURES-FROZEN
               PERFORM LOAD-RATE-CARD
                   THRU LOAD-RATE-CARD-EXIT
               PERFORM LOAD-COST-CENTER-TABLE
                   THRU LOAD-COST-CENTER-TABLE-EXIT
               PERFORM GATHER-RUN-MINUTES
                   THRU GATHER-RUN-MINUTES-EXIT
               PERFORM GATHER-PRINTED-PAGES
                   THRU GATHER-PRINTED-PAGES-EXIT
               PERFORM GATHER-SCREENS
                   THRU GATHER-SCREENS-EXIT
               PERFORM GATHER-STORAGE
                   THRU GATHER-STORAGE-EXIT
               PERFORM APPLY-RATE-CARD
               PERFORM REWRITE-CHARGE-HISTORY
                   THRU REWRITE-CHARGE-HISTORY-EXIT
           END-IF.

           PERFORM WRITE-CHARGEBACK-REPORT.
           PERFORM WRITE-CHARGEBACK-EXTRACT.

           MOVE WS-CENTER-COUNT TO WS-COUNT-DISP.
           IF WS-FIGURES-FROZEN
               DISPLAY "WCHGBACK: PERIOD " WS-PERIOD " IS CLOSED -- "
                       "FINAL CHARGES REPORTED AS STORED."
           ELSE
               IF WS-PERIOD-FINAL
                   DISPLAY "WCHGBACK: PERIOD " WS-PERIOD
                           " CHARGES COMPUTED AND STORED FINAL."
               ELSE
                   DISPLAY "WCHGBACK: PERIOD " WS-PERIOD
                           " CHARGES COMPUTED -- PROVISIONAL."
               END-IF
           END-IF.
           DISPLAY "WCHGBACK: " WS-COUNT-DISP " COST CENTER(S).".
           IF WS-HIST-OVERFLOW
               DISPLAY "WCHGBACK: WCHGHIST.DAT IS FULL -- CHARGES "
                       "NOT STORED."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * WCHGHIST.DAT -- EVERY LINE IS HELD FOR THE REWRITE; A CLOSED
      * PERIOD WITH FINAL LINES IS TAKEN FROM HERE AND NOT RECOMPUTED.
      ******************************************************************

       LOAD-CHARGE-HISTORY.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WCHGHIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               GO TO LOAD-CHARGE-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WCHGHIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-HIST-COUNT < WS-HIST-MAX
                           ADD 1 TO WS-HIST-COUNT
                           SET WS-HIS-X TO WS-HIST-COUNT
                           MOVE WCHGHIST-RECORD
                               TO WS-HIS-LINE (WS-HIS-X)
                       ELSE
                           SET WS-HIST-OVERFLOW TO TRUE
                       END-IF
                       IF CH-REC-PERIOD = WS-PERIOD
                               AND CH-REC-STATUS = "F"
                               AND WS-PERIOD-FINAL
                           PERFORM TAKE-STORED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCHGHIST-FILE.

       LOAD-CHARGE-HISTORY-EXIT.
           EXIT.

       TAKE-STORED-LINE.

           SET WS-FIGURES-FROZEN TO TRUE.
           IF CH-REC-TYPE = "R"
               MOVE CH-REC-MINUTE-RATE TO WS-MINUTE-RATE
               MOVE CH-REC-PAGE-RATE TO WS-PAGE-RATE
               MOVE CH-REC-SCREEN-RATE TO WS-SCREEN-RATE
               MOVE CH-REC-GB-RATE TO WS-GB-RATE
           ELSE
               MOVE CH-REC-CENTER TO WS-CHARGE-CENTER
               PERFORM FIND-OR-ADD-CENTER
               IF WS-MATCH-NUM > ZERO
                   SET WS-CTR-X TO WS-MATCH-NUM
                   MOVE CH-REC-RUNS TO WS-CTR-RUNS (WS-CTR-X)
                   MOVE CH-REC-SECS TO WS-CTR-SECS (WS-CTR-X)
                   MOVE CH-REC-PAGES TO WS-CTR-PAGES (WS-CTR-X)
                   MOVE CH-REC-SCREENS TO WS-CTR-SCREENS (WS-CTR-X)
                   MOVE CH-REC-GBMONTHS TO WS-CTR-GBMONTHS (WS-CTR-X)
                   MOVE CH-REC-RUN-CHG TO WS-CTR-RUN-CHG (WS-CTR-X)
                   MOVE CH-REC-PAGE-CHG TO WS-CTR-PAGE-CHG (WS-CTR-X)
                   MOVE CH-REC-SCREEN-CHG
                       TO WS-CTR-SCREEN-CHG (WS-CTR-X)
                   MOVE CH-REC-STORE-CHG
                       TO WS-CTR-STORE-CHG (WS-CTR-X)
               END-IF
           END-IF.

      *    The month's lines replace any earlier ones for the period;
      *    every other period's lines are written back as they were.
       REWRITE-CHARGE-HISTORY.

           IF WS-HIST-OVERFLOW
               GO TO REWRITE-CHARGE-HISTORY-EXIT
           END-IF.
           OPEN OUTPUT WCHGHIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               GO TO REWRITE-CHARGE-HISTORY-EXIT
           END-IF.
           PERFORM VARYING WS-HIS-X FROM 1 BY 1
                   UNTIL WS-HIS-X > WS-HIST-COUNT
               MOVE WS-HIS-LINE (WS-HIS-X) TO WCHGHIST-RECORD
               IF CH-REC-PERIOD NOT = WS-PERIOD
                   WRITE WCHGHIST-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO WCHGHIST-RECORD.
           MOVE WS-PERIOD TO CH-REC-PERIOD.
           IF WS-PERIOD-FINAL
               MOVE "F" TO CH-REC-STATUS
           ELSE
               MOVE "P" TO CH-REC-STATUS
           END-IF.
           MOVE "R" TO CH-REC-TYPE.
           MOVE WS-MINUTE-RATE TO CH-REC-MINUTE-RATE.
           MOVE WS-PAGE-RATE TO CH-REC-PAGE-RATE.
           MOVE WS-SCREEN-RATE TO CH-REC-SCREEN-RATE.
           MOVE WS-GB-RATE TO CH-REC-GB-RATE.
           WRITE WCHGHIST-RECORD.

           PERFORM VARYING WS-CTR-X FROM 1 BY 1
                   UNTIL WS-CTR-X > WS-CENTER-COUNT
               MOVE SPACES TO CH-REC-DETAIL
               MOVE "C" TO CH-REC-TYPE
               MOVE WS-CTR-CENTER (WS-CTR-X) TO CH-REC-CENTER
               MOVE WS-CTR-RUNS (WS-CTR-X) TO CH-REC-RUNS
               MOVE WS-CTR-SECS (WS-CTR-X) TO CH-REC-SECS
               MOVE WS-CTR-PAGES (WS-CTR-X) TO CH-REC-PAGES
               MOVE WS-CTR-SCREENS (WS-CTR-X) TO CH-REC-SCREENS
               MOVE WS-CTR-GBMONTHS (WS-CTR-X) TO CH-REC-GBMONTHS
               MOVE WS-CTR-RUN-CHG (WS-CTR-X) TO CH-REC-RUN-CHG
               MOVE WS-CTR-PAGE-CHG (WS-CTR-X) TO CH-REC-PAGE-CHG
               MOVE WS-CTR-SCREEN-CHG (WS-CTR-X)
                   TO CH-REC-SCREEN-CHG
               MOVE WS-CTR-STORE-CHG (WS-CTR-X) TO CH-REC-STORE-CHG
               WRITE WCHGHIST-RECORD
           END-PERFORM.
           CLOSE WCHGHIST-FILE.

       REWRITE-CHARGE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * THE RATE CARD AND THE COST-CENTER ASSIGNMENTS.
      ******************************************************************

       LOAD-RATE-CARD.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WCHGRATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "WCHGBACK: NO WCHGRATE.DAT -- NOTHING IS "
                       "CHARGED, USAGE ONLY."
               GO TO LOAD-RATE-CARD-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WCHGRATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CR-REC-ITEM (1:1) NOT = "*"
                               AND CR-REC-RATE (1:5) IS NUMERIC
                               AND CR-REC-RATE (6:1) = "."
                               AND CR-REC-RATE (7:4) IS NUMERIC
                           MOVE CR-REC-RATE TO WS-RATE-EDIT
                           MOVE WS-RATE-EDIT TO WS-RATE-VALUE
                           EVALUATE CR-REC-ITEM
                               WHEN "MINUTE"
                                   MOVE WS-RATE-VALUE
                                       TO WS-MINUTE-RATE
                               WHEN "PAGE"
                                   MOVE WS-RATE-VALUE TO WS-PAGE-RATE
                               WHEN "SCREEN"
                                   MOVE WS-RATE-VALUE
                                       TO WS-SCREEN-RATE
                               WHEN "GBMONTH"
                                   MOVE WS-RATE-VALUE TO WS-GB-RATE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCHGRATE-FILE.

       LOAD-RATE-CARD-EXIT.
           EXIT.

       LOAD-COST-CENTER-TABLE.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WCOSTCTR-FILE.
           IF WS-TABLE-FILE-STATUS NOT = "00"
               DISPLAY "WCHGBACK: NO WCOSTCTR.DAT -- EVERYTHING IS "
                       "UNASSIGNED."
               GO TO LOAD-COST-CENTER-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WCOSTCTR-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CC-REC-TYPE NOT = "*"
                               AND CC-REC-NAME NOT = SPACES
                               AND CC-REC-CENTER NOT = SPACES
                               AND WS-ASSIGN-COUNT < WS-ASSIGN-MAX
                           ADD 1 TO WS-ASSIGN-COUNT
                           SET WS-ASG-X TO WS-ASSIGN-COUNT
                           MOVE CC-REC-TYPE TO WS-ASG-TYPE (WS-ASG-X)
                           MOVE CC-REC-NAME TO WS-ASG-NAME (WS-ASG-X)
                           MOVE CC-REC-CENTER
                               TO WS-ASG-CENTER (WS-ASG-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCOSTCTR-FILE.

       LOAD-COST-CENTER-TABLE-EXIT.
           EXIT.

      *    WS-LOOKUP-TYPE/NAME to WS-LOOKUP-CENTER, spaces when the
      *    table has no such assignment.
       LOOKUP-ASSIGNMENT.

           MOVE SPACES TO WS-LOOKUP-CENTER.
           IF WS-LOOKUP-NAME = SPACES
               GO TO LOOKUP-ASSIGNMENT-EXIT
           END-IF.
           PERFORM VARYING WS-ASG-X FROM 1 BY 1
                   UNTIL WS-ASG-X > WS-ASSIGN-COUNT
                      OR WS-LOOKUP-CENTER NOT = SPACES
               IF WS-ASG-TYPE (WS-ASG-X) = WS-LOOKUP-TYPE
                       AND WS-ASG-NAME (WS-ASG-X) = WS-LOOKUP-NAME
                   MOVE WS-ASG-CENTER (WS-ASG-X) TO WS-LOOKUP-CENTER
               END-IF
           END-PERFORM.

       LOOKUP-ASSIGNMENT-EXIT.
           EXIT.

      *    Nothing claimed it -- UNASSIGN, and the name is listed.
       CHARGE-TO-UNASSIGNED.

           MOVE WS-UNASSIGNED-CENTER TO WS-CHARGE-CENTER.
           MOVE SPACES TO WS-UNASG-WORK.
           STRING WS-LOOKUP-TYPE " " WS-LOOKUP-NAME
               DELIMITED BY SIZE INTO WS-UNASG-WORK
           END-STRING.
           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-UNASG-X FROM 1 BY 1
                   UNTIL WS-UNASG-X > WS-UNASG-COUNT
               IF WS-UNASG-ENTRY (WS-UNASG-X) = WS-UNASG-WORK
                   MOVE WS-UNASG-X TO WS-MATCH-NUM
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO AND WS-UNASG-COUNT < 20
               ADD 1 TO WS-UNASG-COUNT
               MOVE WS-UNASG-WORK TO WS-UNASG-ENTRY (WS-UNASG-COUNT)
           END-IF.

      *    WS-CHARGE-CENTER's slot in the center table, added when
      *    new; WS-MATCH-NUM zero when the table is full.
       FIND-OR-ADD-CENTER.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-CTR-X FROM 1 BY 1
                   UNTIL WS-CTR-X > WS-CENTER-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-CTR-CENTER (WS-CTR-X) = WS-CHARGE-CENTER
                   SET WS-MATCH-NUM TO WS-CTR-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
                   AND WS-CENTER-COUNT < WS-CENTER-MAX
               ADD 1 TO WS-CENTER-COUNT
               SET WS-CTR-X TO WS-CENTER-COUNT
               MOVE WS-CHARGE-CENTER TO WS-CTR-CENTER (WS-CTR-X)
               MOVE ZERO TO WS-CTR-RUNS (WS-CTR-X)
                            WS-CTR-SECS (WS-CTR-X)
                            WS-CTR-PAGES (WS-CTR-X)
                            WS-CTR-SCREENS (WS-CTR-X)
                            WS-CTR-GBMONTHS (WS-CTR-X)
                            WS-CTR-RUN-CHG (WS-CTR-X)
                            WS-CTR-PAGE-CHG (WS-CTR-X)
                            WS-CTR-SCREEN-CHG (WS-CTR-X)
                            WS-CTR-STORE-CHG (WS-CTR-X)
               MOVE WS-CENTER-COUNT TO WS-MATCH-NUM
           END-IF.

      ******************************************************************
      * RUN-MINUTES -- EACH STOP IN THE MONTH WITH ITS PROGRAM'S MOST
      * RECENT OPEN START, CHARGED BY STREAM, ELSE BY PROGRAM.
      ******************************************************************

       GATHER-RUN-MINUTES.

           MOVE "WISPRUN" TO WS-ARCH-STEM.
           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-RUNLOG-SEGMENT
               THRU READ-ONE-RUNLOG-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WISPRUN-LOG-FILE.
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               GO TO GATHER-RUN-MINUTES-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WISPRUN-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-RUNLOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE WISPRUN-LOG-FILE.

       GATHER-RUN-MINUTES-EXIT.
           EXIT.

       READ-ONE-RUNLOG-SEGMENT.

           CALL "WARCHSEG" USING WS-ARCH-STEM, WS-START-FROM-DATE,
               WS-ARCH-INDEX, WS-ARCH-NAME, WS-ARCH-RETURN
               ON EXCEPTION
                   MOVE 1 TO WS-ARCH-RETURN
           END-CALL.
           IF WS-ARCH-RETURN = 1
               GO TO READ-ONE-RUNLOG-SEGMENT-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-INDEX.
           MOVE "N" TO WS-ARCH-EOF-SWITCH.
           OPEN INPUT WS-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               GO TO READ-ONE-RUNLOG-SEGMENT-EXIT
           END-IF.
           PERFORM UNTIL WS-ARCH-EOF
               READ WS-ARCH-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       MOVE WS-ARCH-RECORD TO WISPRUN-LOG-RECORD
                       PERFORM PROCESS-RUNLOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-ARCH-FILE.

       READ-ONE-RUNLOG-SEGMENT-EXIT.
           EXIT.

       PROCESS-RUNLOG-RECORD.

           IF RL-REC-ACTION = " START "
                   AND RL-REC-DATE NOT < WS-START-FROM-DATE
                   AND RL-REC-DATE NOT > WS-TO-DATE
               PERFORM RECORD-START-LINE
                   THRU RECORD-START-LINE-EXIT
           END-IF.
           IF RL-REC-ACTION = " STOP  "
                   AND RL-REC-DATE NOT < WS-FROM-DATE
                   AND RL-REC-DATE NOT > WS-TO-DATE
               PERFORM CHARGE-STOP-LINE
                   THRU CHARGE-STOP-LINE-EXIT
           END-IF.

       RECORD-START-LINE.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-OPN-X FROM 1 BY 1
                   UNTIL WS-OPN-X > WS-OPEN-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-OPN-USED (WS-OPN-X) = "Y"
                   SET WS-MATCH-NUM TO WS-OPN-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               IF WS-OPEN-COUNT < WS-OPEN-MAX
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-OPEN-COUNT TO WS-MATCH-NUM
               ELSE
                   GO TO RECORD-START-LINE-EXIT
               END-IF
           END-IF.
           SET WS-OPN-X TO WS-MATCH-NUM.
           MOVE RL-REC-PROGRAM (1:8) TO WS-OPN-PROGRAM (WS-OPN-X).
           MOVE RL-REC-DATE TO WS-OPN-DATE (WS-OPN-X).
           MOVE RL-REC-TIME TO WS-OPN-TIME (WS-OPN-X).
           MOVE "N" TO WS-OPN-USED (WS-OPN-X).

       RECORD-START-LINE-EXIT.
           EXIT.

       CHARGE-STOP-LINE.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-OPN-X FROM 1 BY 1
                   UNTIL WS-OPN-X > WS-OPEN-COUNT
               IF WS-OPN-USED (WS-OPN-X) = "N"
                       AND WS-OPN-PROGRAM (WS-OPN-X)
                           = RL-REC-PROGRAM (1:8)
                   SET WS-MATCH-NUM TO WS-OPN-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               GO TO CHARGE-STOP-LINE-EXIT
           END-IF.
           SET WS-OPN-X TO WS-MATCH-NUM.
           MOVE "Y" TO WS-OPN-USED (WS-OPN-X).

           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-OPN-DATE (WS-OPN-X)).
           COMPUTE WS-STOP-INTEGER =
               FUNCTION INTEGER-OF-DATE (RL-REC-DATE).
           MOVE WS-OPN-TIME (WS-OPN-X) TO WS-TIME-WORK.
           COMPUTE WS-START-SECS =
               WS-TIME-WORK-HH * 3600
               + WS-TIME-WORK-MM * 60
               + WS-TIME-WORK-SS.
           MOVE RL-REC-TIME TO WS-TIME-WORK.
           COMPUTE WS-STOP-SECS =
               WS-TIME-WORK-HH * 3600
               + WS-TIME-WORK-MM * 60
               + WS-TIME-WORK-SS.
           COMPUTE WS-ELAPSED-SECS =
               (WS-STOP-INTEGER - WS-START-INTEGER) * 86400
               + WS-STOP-SECS - WS-START-SECS.
           IF WS-ELAPSED-SECS < ZERO
               GO TO CHARGE-STOP-LINE-EXIT
           END-IF.

           MOVE SPACES TO WS-LOOKUP-CENTER.
           IF RL-REC-STREAM-TAG = " STREAM="
               MOVE "S" TO WS-LOOKUP-TYPE
               MOVE RL-REC-STREAM TO WS-LOOKUP-NAME
               PERFORM LOOKUP-ASSIGNMENT
                   THRU LOOKUP-ASSIGNMENT-EXIT
           END-IF.
           IF WS-LOOKUP-CENTER = SPACES
               MOVE "P" TO WS-LOOKUP-TYPE
               MOVE RL-REC-PROGRAM (1:8) TO WS-LOOKUP-NAME
               PERFORM LOOKUP-ASSIGNMENT
                   THRU LOOKUP-ASSIGNMENT-EXIT
           END-IF.
           IF WS-LOOKUP-CENTER = SPACES
               PERFORM CHARGE-TO-UNASSIGNED
           ELSE
               MOVE WS-LOOKUP-CENTER TO WS-CHARGE-CENTER
           END-IF.
           PERFORM FIND-OR-ADD-CENTER.
           IF WS-MATCH-NUM > ZERO
               SET WS-CTR-X TO WS-MATCH-NUM
               ADD 1 TO WS-CTR-RUNS (WS-CTR-X)
               ADD WS-ELAPSED-SECS TO WS-CTR-SECS (WS-CTR-X)
           END-IF.

       CHARGE-STOP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * PRINTED PAGES -- QUEUE ENTRIES PRINTED IN THE MONTH; PAGES ARE
      * THE REPORT FILE'S PAGE EJECTS, TIMES THE COPIES.
      ******************************************************************

       GATHER-PRINTED-PAGES.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WSPOOLQ-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               GO TO GATHER-PRINTED-PAGES-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WSPOOLQ-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WSQ-REC-STATUS = "P"
                               AND WSQ-REC-DATE NOT < WS-FROM-DATE
                               AND WSQ-REC-DATE NOT > WS-TO-DATE
                           PERFORM CHARGE-ONE-ENTRY
                               THRU CHARGE-ONE-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WSPOOLQ-FILE.

       GATHER-PRINTED-PAGES-EXIT.
           EXIT.

       CHARGE-ONE-ENTRY.

           MOVE ZERO TO WS-ENTRY-PAGES.
           MOVE WSQ-REC-PATH TO WS-REPORT-IN-PATH.
           MOVE "N" TO WS-REPORT-EOF-SWITCH.
           OPEN INPUT WS-REPORT-IN-FILE.
           IF WS-REPORT-IN-STATUS NOT = "00"
               ADD 1 TO WS-GONE-COUNT
               GO TO CHARGE-ONE-ENTRY-EXIT
           END-IF.
           PERFORM UNTIL WS-REPORT-EOF
               READ WS-REPORT-IN-FILE
                   AT END
                       SET WS-REPORT-EOF TO TRUE
                   NOT AT END
                       IF WS-RPT-REC-CC = "1"
                               OR WS-ENTRY-PAGES = ZERO
                           ADD 1 TO WS-ENTRY-PAGES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-REPORT-IN-FILE.
           IF WSQ-REC-COPIES IS NUMERIC AND WSQ-REC-COPIES > 1
               MULTIPLY WSQ-REC-COPIES BY WS-ENTRY-PAGES
           END-IF.

           MOVE "R" TO WS-LOOKUP-TYPE.
           MOVE WSQ-REC-REPORT TO WS-LOOKUP-NAME.
           PERFORM LOOKUP-ASSIGNMENT
               THRU LOOKUP-ASSIGNMENT-EXIT.
           IF WS-LOOKUP-CENTER = SPACES
               MOVE "P" TO WS-LOOKUP-TYPE
               MOVE WSQ-REC-REPORT (1:8) TO WS-LOOKUP-NAME
               PERFORM LOOKUP-ASSIGNMENT
                   THRU LOOKUP-ASSIGNMENT-EXIT
           END-IF.
           IF WS-LOOKUP-CENTER = SPACES
               MOVE "R" TO WS-LOOKUP-TYPE
               MOVE WSQ-REC-REPORT TO WS-LOOKUP-NAME
               PERFORM CHARGE-TO-UNASSIGNED
           ELSE
               MOVE WS-LOOKUP-CENTER TO WS-CHARGE-CENTER
           END-IF.
           PERFORM FIND-OR-ADD-CENTER.
           IF WS-MATCH-NUM > ZERO
               SET WS-CTR-X TO WS-MATCH-NUM
               ADD WS-ENTRY-PAGES TO WS-CTR-PAGES (WS-CTR-X)
           END-IF.

       CHARGE-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * SCREENS -- ONE PERFLOG LINE PER SCREEN, BY OPERATOR, ELSE BY
      * THE APPLICATION'S PROGRAM.
      ******************************************************************

       GATHER-SCREENS.

           MOVE "PERFLOG" TO WS-ARCH-STEM.
           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-PERFLOG-SEGMENT
               THRU READ-ONE-PERFLOG-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PERFLOG-FILE.
           IF WS-PERF-FILE-STATUS NOT = "00"
               GO TO GATHER-SCREENS-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ PERFLOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHARGE-ONE-SCREEN
                           THRU CHARGE-ONE-SCREEN-EXIT
               END-READ
           END-PERFORM.
           CLOSE PERFLOG-FILE.

       GATHER-SCREENS-EXIT.
           EXIT.

       READ-ONE-PERFLOG-SEGMENT.

           CALL "WARCHSEG" USING WS-ARCH-STEM, WS-FROM-DATE,
               WS-ARCH-INDEX, WS-ARCH-NAME, WS-ARCH-RETURN
               ON EXCEPTION
                   MOVE 1 TO WS-ARCH-RETURN
           END-CALL.
           IF WS-ARCH-RETURN = 1
               GO TO READ-ONE-PERFLOG-SEGMENT-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-INDEX.
           MOVE "N" TO WS-ARCH-EOF-SWITCH.
           OPEN INPUT WS-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               GO TO READ-ONE-PERFLOG-SEGMENT-EXIT
           END-IF.
           PERFORM UNTIL WS-ARCH-EOF
               READ WS-ARCH-FILE
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       MOVE WS-ARCH-RECORD TO PERFLOG-RECORD
                       PERFORM CHARGE-ONE-SCREEN
                           THRU CHARGE-ONE-SCREEN-EXIT
               END-READ
           END-PERFORM.
           CLOSE WS-ARCH-FILE.

       READ-ONE-PERFLOG-SEGMENT-EXIT.
           EXIT.

       CHARGE-ONE-SCREEN.

           IF PF-REC-DATE < WS-FROM-DATE OR PF-REC-DATE > WS-TO-DATE
               GO TO CHARGE-ONE-SCREEN-EXIT
           END-IF.
           MOVE "O" TO WS-LOOKUP-TYPE.
           MOVE PF-REC-OPERATOR TO WS-LOOKUP-NAME.
           PERFORM LOOKUP-ASSIGNMENT
               THRU LOOKUP-ASSIGNMENT-EXIT.
           IF WS-LOOKUP-CENTER = SPACES
               MOVE "P" TO WS-LOOKUP-TYPE
               MOVE PF-REC-APP (1:8) TO WS-LOOKUP-NAME
               PERFORM LOOKUP-ASSIGNMENT
                   THRU LOOKUP-ASSIGNMENT-EXIT
           END-IF.
           IF WS-LOOKUP-CENTER = SPACES
               MOVE "O" TO WS-LOOKUP-TYPE
               MOVE PF-REC-OPERATOR TO WS-LOOKUP-NAME
               PERFORM CHARGE-TO-UNASSIGNED
           ELSE
               MOVE WS-LOOKUP-CENTER TO WS-CHARGE-CENTER
           END-IF.
           PERFORM FIND-OR-ADD-CENTER.
           IF WS-MATCH-NUM > ZERO
               SET WS-CTR-X TO WS-MATCH-NUM
               ADD 1 TO WS-CTR-SCREENS (WS-CTR-X)
           END-IF.

       CHARGE-ONE-SCREEN-EXIT.
           EXIT.

      ******************************************************************
      * GB-MONTHS -- EACH FILE'S AVERAGE SAMPLED SIZE IN THE MONTH,
      * CHARGED BY ITS LIBRARY, ELSE BY THE LAST PROGRAM TO OPEN IT.
      ******************************************************************

       GATHER-STORAGE.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WSIZHIST-FILE.
           IF WS-SIZE-FILE-STATUS NOT = "00"
               GO TO GATHER-STORAGE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WSIZHIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SH-REC-DATE NOT < WS-FROM-DATE
                               AND SH-REC-DATE NOT > WS-TO-DATE
                               AND SH-REC-SIZE IS NUMERIC
                           PERFORM TALLY-ONE-SAMPLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WSIZHIST-FILE.

           PERFORM FIND-LAST-OPENERS
               THRU FIND-LAST-OPENERS-EXIT.

           PERFORM VARYING WS-FIL-X FROM 1 BY 1
                   UNTIL WS-FIL-X > WS-FILE-COUNT
               PERFORM CHARGE-ONE-FILE
           END-PERFORM.

       GATHER-STORAGE-EXIT.
           EXIT.

       TALLY-ONE-SAMPLE.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-FIL-X FROM 1 BY 1
                   UNTIL WS-FIL-X > WS-FILE-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-FIL-VOL (WS-FIL-X) = SH-REC-VOL
                       AND WS-FIL-LIB (WS-FIL-X) = SH-REC-LIB
                       AND WS-FIL-FILE (WS-FIL-X) = SH-REC-FILE
                   SET WS-MATCH-NUM TO WS-FIL-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               IF WS-FILE-COUNT < WS-FILE-MAX
                   ADD 1 TO WS-FILE-COUNT
                   SET WS-FIL-X TO WS-FILE-COUNT
                   MOVE SH-REC-VOL TO WS-FIL-VOL (WS-FIL-X)
                   MOVE SH-REC-LIB TO WS-FIL-LIB (WS-FIL-X)
                   MOVE SH-REC-FILE TO WS-FIL-FILE (WS-FIL-X)
                   MOVE ZERO TO WS-FIL-SIZE-SUM (WS-FIL-X)
                                WS-FIL-SAMPLES (WS-FIL-X)
                   MOVE SPACES TO WS-FIL-OPENER (WS-FIL-X)
                   MOVE WS-FILE-COUNT TO WS-MATCH-NUM
               END-IF
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-FIL-X TO WS-MATCH-NUM
               ADD SH-REC-SIZE TO WS-FIL-SIZE-SUM (WS-FIL-X)
               ADD 1 TO WS-FIL-SAMPLES (WS-FIL-X)
           END-IF.

      *    The month's opens, one key range of OPENFAUDX.
       FIND-LAST-OPENERS.

           IF WS-FILE-COUNT = ZERO
               GO TO FIND-LAST-OPENERS-EXIT
           END-IF.
           OPEN INPUT OPENFAUD-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO FIND-LAST-OPENERS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO OA-REC-KEY.
           MOVE WS-FROM-DATE TO OA-REC-DATE.
           START OPENFAUD-FILE KEY NOT < OA-REC-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ OPENFAUD-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF OA-REC-DATE > WS-TO-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM NOTE-ONE-OPENER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPENFAUD-FILE.

       FIND-LAST-OPENERS-EXIT.
           EXIT.

       NOTE-ONE-OPENER.

           PERFORM VARYING WS-FIL-X FROM 1 BY 1
                   UNTIL WS-FIL-X > WS-FILE-COUNT
               IF WS-FIL-VOL (WS-FIL-X) = OA-REC-VOL
                       AND WS-FIL-LIB (WS-FIL-X) = OA-REC-LIB
                       AND WS-FIL-FILE (WS-FIL-X) = OA-REC-FILE
                   MOVE OA-REC-PGM-NAME TO WS-FIL-OPENER (WS-FIL-X)
               END-IF
           END-PERFORM.

       CHARGE-ONE-FILE.

           MOVE "L" TO WS-LOOKUP-TYPE.
           MOVE SPACES TO WS-LOOKUP-NAME.
           STRING WS-FIL-VOL (WS-FIL-X) " " WS-FIL-LIB (WS-FIL-X)
               DELIMITED BY SIZE INTO WS-LOOKUP-NAME
           END-STRING.
           PERFORM LOOKUP-ASSIGNMENT
               THRU LOOKUP-ASSIGNMENT-EXIT.
           IF WS-LOOKUP-CENTER = SPACES
               MOVE "P" TO WS-LOOKUP-TYPE
               MOVE WS-FIL-OPENER (WS-FIL-X) TO WS-LOOKUP-NAME
               PERFORM LOOKUP-ASSIGNMENT
                   THRU LOOKUP-ASSIGNMENT-EXIT
           END-IF.
           IF WS-LOOKUP-CENTER = SPACES
               MOVE "L" TO WS-LOOKUP-TYPE
               MOVE SPACES TO WS-LOOKUP-NAME
               STRING WS-FIL-VOL (WS-FIL-X) " " WS-FIL-LIB (WS-FIL-X)
                   DELIMITED BY SIZE INTO WS-LOOKUP-NAME
               END-STRING
               PERFORM CHARGE-TO-UNASSIGNED
           ELSE
               MOVE WS-LOOKUP-CENTER TO WS-CHARGE-CENTER
           END-IF.
           COMPUTE WS-FILE-GBMONTHS ROUNDED =
               WS-FIL-SIZE-SUM (WS-FIL-X)
               / WS-FIL-SAMPLES (WS-FIL-X) / WS-GB-BYTES.
           PERFORM FIND-OR-ADD-CENTER.
           IF WS-MATCH-NUM > ZERO
               SET WS-CTR-X TO WS-MATCH-NUM
               ADD WS-FILE-GBMONTHS TO WS-CTR-GBMONTHS (WS-CTR-X)
           END-IF.

      ******************************************************************
      * CHARGES -- USAGE TIMES THE RATE CARD, PER COST CENTER.
      ******************************************************************

       APPLY-RATE-CARD.

           PERFORM VARYING WS-CTR-X FROM 1 BY 1
                   UNTIL WS-CTR-X > WS-CENTER-COUNT
               COMPUTE WS-CTR-RUN-CHG (WS-CTR-X) ROUNDED =
                   WS-CTR-SECS (WS-CTR-X) * WS-MINUTE-RATE / 60
               COMPUTE WS-CTR-PAGE-CHG (WS-CTR-X) ROUNDED =
                   WS-CTR-PAGES (WS-CTR-X) * WS-PAGE-RATE
               COMPUTE WS-CTR-SCREEN-CHG (WS-CTR-X) ROUNDED =
                   WS-CTR-SCREENS (WS-CTR-X) * WS-SCREEN-RATE
               COMPUTE WS-CTR-STORE-CHG (WS-CTR-X) ROUNDED =
                   WS-CTR-GBMONTHS (WS-CTR-X) * WS-GB-RATE
           END-PERFORM.

      ******************************************************************
      * WCHGBACK.RPT -- ONE LINE PER COST CENTER AND A TOTAL.
      ******************************************************************

       WRITE-CHARGEBACK-REPORT.

           OPEN OUTPUT WCHGBACK-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PERIOD-FINAL
               STRING "WCHGBACK - IT CHARGEBACK BY COST CENTER  "
                      "PERIOD " WS-PERIOD
                      "  FINAL -- PERIOD CLOSED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "WCHGBACK - IT CHARGEBACK BY COST CENTER  "
                      "PERIOD " WS-PERIOD
                      "  PROVISIONAL -- PERIOD OPEN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE WS-MINUTE-RATE TO WS-RATE-DISP-1.
           MOVE WS-PAGE-RATE TO WS-RATE-DISP-2.
           MOVE WS-SCREEN-RATE TO WS-RATE-DISP-3.
           MOVE WS-GB-RATE TO WS-RATE-DISP-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RATES:  RUN-MINUTE " WS-RATE-DISP-1
                  "   PAGE " WS-RATE-DISP-2
                  "   SCREEN " WS-RATE-DISP-3
                  "   GB-MONTH " WS-RATE-DISP-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CENTER      RUNS RUN-MINUTES       PAGES"
                  "     SCREENS  GB-MONTHS      RUN CHG"
                  "     PAGE CHG   SCREEN CHG  STORAGE CHG"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE "TOTAL CHG" TO WS-REPORT-LINE (122:9).
           WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE.

           INITIALIZE WS-ALL-ENTRY.
           PERFORM VARYING WS-CTR-X FROM 1 BY 1
                   UNTIL WS-CTR-X > WS-CENTER-COUNT
               PERFORM WRITE-ONE-CENTER-LINE
           END-PERFORM.

           MOVE ALL "-" TO WS-REPORT-LINE.
           WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-ALL-RUNS TO WS-RUNS-DISP.
           COMPUTE WS-MINUTES ROUNDED = WS-ALL-SECS / 60.
           MOVE WS-MINUTES TO WS-MINUTES-DISP.
           MOVE WS-ALL-PAGES TO WS-COUNT-DISP.
           MOVE WS-ALL-SCREENS TO WS-COUNT-DISP-2.
           MOVE WS-ALL-GBMONTHS TO WS-GB-DISP.
           MOVE WS-ALL-RUN-CHG TO WS-CHG-DISP-1.
           MOVE WS-ALL-PAGE-CHG TO WS-CHG-DISP-2.
           MOVE WS-ALL-SCREEN-CHG TO WS-CHG-DISP-3.
           MOVE WS-ALL-STORE-CHG TO WS-CHG-DISP-4.
           MOVE WS-ALL-TOTAL-CHG TO WS-CHG-DISP-5.
           MOVE "ALL     " TO WS-CHARGE-CENTER.
           PERFORM FORMAT-CENTER-LINE.
           WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-GONE-COUNT > ZERO
               MOVE WS-GONE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-COUNT-DISP " PRINTED ENTRY(S) WHOSE REPORT "
                      "FILE IS GONE -- NO PAGES COUNTED."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           IF WS-UNASG-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "CHARGED TO UNASSIGN -- ADD TO WCOSTCTR.DAT:"
                   TO WS-REPORT-LINE
               WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING WS-UNASG-X FROM 1 BY 1
                       UNTIL WS-UNASG-X > WS-UNASG-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-UNASG-ENTRY (WS-UNASG-X)
                       TO WS-REPORT-LINE (5:42)
                   WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE
               END-PERFORM
           END-IF.

           CLOSE WCHGBACK-REPORT-FILE.

       WRITE-ONE-CENTER-LINE.

           COMPUTE WS-TOTAL-CHG =
               WS-CTR-RUN-CHG (WS-CTR-X) + WS-CTR-PAGE-CHG (WS-CTR-X)
               + WS-CTR-SCREEN-CHG (WS-CTR-X)
               + WS-CTR-STORE-CHG (WS-CTR-X).
           ADD WS-CTR-RUNS (WS-CTR-X) TO WS-ALL-RUNS.
           ADD WS-CTR-SECS (WS-CTR-X) TO WS-ALL-SECS.
           ADD WS-CTR-PAGES (WS-CTR-X) TO WS-ALL-PAGES.
           ADD WS-CTR-SCREENS (WS-CTR-X) TO WS-ALL-SCREENS.
           ADD WS-CTR-GBMONTHS (WS-CTR-X) TO WS-ALL-GBMONTHS.
           ADD WS-CTR-RUN-CHG (WS-CTR-X) TO WS-ALL-RUN-CHG.
           ADD WS-CTR-PAGE-CHG (WS-CTR-X) TO WS-ALL-PAGE-CHG.
           ADD WS-CTR-SCREEN-CHG (WS-CTR-X) TO WS-ALL-SCREEN-CHG.
           ADD WS-CTR-STORE-CHG (WS-CTR-X) TO WS-ALL-STORE-CHG.
           ADD WS-TOTAL-CHG TO WS-ALL-TOTAL-CHG.

           MOVE WS-CTR-RUNS (WS-CTR-X) TO WS-RUNS-DISP.
           COMPUTE WS-MINUTES ROUNDED = WS-CTR-SECS (WS-CTR-X) / 60.
           MOVE WS-MINUTES TO WS-MINUTES-DISP.
           MOVE WS-CTR-PAGES (WS-CTR-X) TO WS-COUNT-DISP.
           MOVE WS-CTR-SCREENS (WS-CTR-X) TO WS-COUNT-DISP-2.
           MOVE WS-CTR-GBMONTHS (WS-CTR-X) TO WS-GB-DISP.
           MOVE WS-CTR-RUN-CHG (WS-CTR-X) TO WS-CHG-DISP-1.
           MOVE WS-CTR-PAGE-CHG (WS-CTR-X) TO WS-CHG-DISP-2.
           MOVE WS-CTR-SCREEN-CHG (WS-CTR-X) TO WS-CHG-DISP-3.
           MOVE WS-CTR-STORE-CHG (WS-CTR-X) TO WS-CHG-DISP-4.
           MOVE WS-TOTAL-CHG TO WS-CHG-DISP-5.
           MOVE WS-CTR-CENTER (WS-CTR-X) TO WS-CHARGE-CENTER.
           PERFORM FORMAT-CENTER-LINE.
           WRITE WCHGBACK-REPORT-RECORD FROM WS-REPORT-LINE.

       FORMAT-CENTER-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CHARGE-CENTER " " WS-RUNS-DISP
                  " " WS-MINUTES-DISP
                  "  " WS-COUNT-DISP
                  "  " WS-COUNT-DISP-2
                  " " WS-GB-DISP
                  WS-CHG-DISP-1 WS-CHG-DISP-2 WS-CHG-DISP-3
                  WS-CHG-DISP-4 WS-CHG-DISP-5
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.

      ******************************************************************
      * CB<period>.CSV -- THE SAME FIGURES, ONE ROW PER COST CENTER,
      * WRITTEN FRESH EACH RUN.
      ******************************************************************

       WRITE-CHARGEBACK-EXTRACT.

           MOVE SPACES TO WS-CSV-NAME.
           STRING "CB" WS-PERIOD ".CSV"
               DELIMITED BY SIZE INTO WS-CSV-NAME
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WS-CSV-NAME
               ON EXCEPTION CONTINUE
           END-CALL.

           MOVE SPACES TO WS-CSV-FIELDS.
           MOVE "PERIOD" TO WS-CSV-FIELD (1).
           MOVE "STATUS" TO WS-CSV-FIELD (2).
           MOVE "COST CENTER" TO WS-CSV-FIELD (3).
           MOVE "RUNS" TO WS-CSV-FIELD (4).
           MOVE "RUN SECONDS" TO WS-CSV-FIELD (5).
           MOVE "PAGES" TO WS-CSV-FIELD (6).
           MOVE "SCREENS" TO WS-CSV-FIELD (7).
           MOVE "GB MONTHS" TO WS-CSV-FIELD (8).
           MOVE "RUN CHARGE" TO WS-CSV-FIELD (9).
           MOVE "PAGE CHARGE" TO WS-CSV-FIELD (10).
           MOVE "SCREEN CHARGE" TO WS-CSV-FIELD (11).
           MOVE "STORAGE CHARGE" TO WS-CSV-FIELD (12).
           MOVE "TOTAL CHARGE" TO WS-CSV-FIELD (13).
           MOVE 13 TO WS-CSV-COUNT.
           CALL "WDLMOUT" USING WS-CSV-NAME, WS-CSV-COUNT,
               WS-CSV-FIELDS.

           PERFORM VARYING WS-CTR-X FROM 1 BY 1
                   UNTIL WS-CTR-X > WS-CENTER-COUNT
               MOVE SPACES TO WS-CSV-FIELDS
               MOVE WS-PERIOD TO WS-CSV-FIELD (1)
               IF WS-PERIOD-FINAL
                   MOVE "FINAL" TO WS-CSV-FIELD (2)
               ELSE
                   MOVE "PROVISIONAL" TO WS-CSV-FIELD (2)
               END-IF
               MOVE WS-CTR-CENTER (WS-CTR-X) TO WS-CSV-FIELD (3)
               MOVE WS-CTR-RUNS (WS-CTR-X) TO WS-CSV-NUM
               MOVE WS-CSV-NUM TO WS-CSV-FIELD (4)
               MOVE WS-CTR-SECS (WS-CTR-X) TO WS-CSV-NUM
               MOVE WS-CSV-NUM TO WS-CSV-FIELD (5)
               MOVE WS-CTR-PAGES (WS-CTR-X) TO WS-CSV-NUM
               MOVE WS-CSV-NUM TO WS-CSV-FIELD (6)
               MOVE WS-CTR-SCREENS (WS-CTR-X) TO WS-CSV-NUM
               MOVE WS-CSV-NUM TO WS-CSV-FIELD (7)
               MOVE WS-CTR-GBMONTHS (WS-CTR-X) TO WS-CSV-GB
               MOVE WS-CSV-GB TO WS-CSV-FIELD (8)
               MOVE WS-CTR-RUN-CHG (WS-CTR-X) TO WS-CSV-AMOUNT
               MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD (9)
               MOVE WS-CTR-PAGE-CHG (WS-CTR-X) TO WS-CSV-AMOUNT
               MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD (10)
               MOVE WS-CTR-SCREEN-CHG (WS-CTR-X) TO WS-CSV-AMOUNT
               MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD (11)
               MOVE WS-CTR-STORE-CHG (WS-CTR-X) TO WS-CSV-AMOUNT
               MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD (12)
               COMPUTE WS-TOTAL-CHG =
                   WS-CTR-RUN-CHG (WS-CTR-X)
                   + WS-CTR-PAGE-CHG (WS-CTR-X)
                   + WS-CTR-SCREEN-CHG (WS-CTR-X)
                   + WS-CTR-STORE-CHG (WS-CTR-X)
               MOVE WS-TOTAL-CHG TO WS-CSV-AMOUNT
               MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD (13)
               MOVE 13 TO WS-CSV-COUNT
               CALL "WDLMOUT" USING WS-CSV-NAME, WS-CSV-COUNT,
                   WS-CSV-FIELDS
           END-PERFORM.

       STOP-RUN.

           STOP RUN.
