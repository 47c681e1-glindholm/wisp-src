      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WIMPACT.
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
      *    WIMPACT answers the question asked before every file layout
      *    is changed or retired -- who writes it, who only reads it,
      *    what LINKs to those programs, and which streams run them --
      *    from what the system has actually recorded instead of from
      *    memory:
      *
      *        WIMPACT VOL LIB FILE [from-date]
      *        WIMPACT program      [from-date]
      *
      *    The relationships come from four places:
      *
      *        OPENFAUDX          -- program and open mode for every
      *                              VOL/LIB/FILE opened.  Input opens
      *                              (and WBACKUP's copies) read the
      *                              file; every other mode writes it.
      *        MFLNKTRC,          -- the callee of every LINK.  The
      *        WCLINKCKP             caller is the WISPRUN step the
      *                              record's RUN= was executing at
      *                              the time (from the START lines
      *                              of WISPRUN.LOG); a LINK made
      *                              outside a WISPRUN session has no
      *                              caller on record and is counted
      *                              as unattributed.
      *        @stream files      -- the programs each stream file
      *        and STREAMLIB         names, with INCLUDEd members and
      *        members               ONERROR RUN cleanup programs
      *                              followed.  The stream files read
      *                              are those WISPRUN.LOG shows ran
      *                              (the @file tag on each step),
      *                              those in the WSUBMITQ.DAT queue,
      *                              and any the WISPCFG key
      *                              IMPACTSTREAMS lists.
      *
      *    For a file the report shows its writers (upstream) and its
      *    readers (downstream), every program that LINKs to either,
      *    the streams that run any of them, the files its writers
      *    read, and the files its readers write.  For a program it
      *    shows what LINKs to it and what it LINKs to, the streams
      *    that run it, the files it and its callees read and write,
      *    the programs that write what it reads, and the programs
      *    that read what it writes.  Every relationship carries the
      *    last date it was actually observed; a stream entry that
      *    was declared but has never been seen running says so.
      *
      *    The history read covers every archive segment plus the
      *    live files, or the range from from-date (YYYYMMDD) on.
      *    Output goes to WIMPACT.RPT.  RETURN-CODE 4 means a table
      *    filled and the report is incomplete (it says where).
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENFAUD-FILE ASSIGN TO "OPENFAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-REC-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WIMPACT-LOG-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT WIMPACT-STREAM-FILE ASSIGN TO WS-STREAM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT WIMPACT-MEMBER-FILE ASSIGN TO WS-MEMBER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT WSUBMITQ-FILE ASSIGN TO "WSUBMITQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WIMPACT-REPORT-FILE ASSIGN TO "WIMPACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  OPENFAUD-FILE.
       COPY "wopnaud.cpy".

       FD  WIMPACT-LOG-FILE.
       01  WIMPACT-LOG-RECORD         PIC X(2000).

       FD  WIMPACT-STREAM-FILE.
       01  WIMPACT-STREAM-RECORD      PIC X(80).

       FD  WIMPACT-MEMBER-FILE.
       01  WIMPACT-MEMBER-RECORD      PIC X(80).

       FD  WSUBMITQ-FILE.
       01  WSUBMITQ-RECORD.
           05  SQ-REC-STATUS          PIC X.
           05  FILLER                 PIC X.
           05  SQ-REC-NUMBER          PIC 9(6).
           05  FILLER                 PIC X.
           05  SQ-REC-STREAM          PIC X(8).
           05  FILLER                 PIC X(65).

       FD  WIMPACT-REPORT-FILE.
       01  WIMPACT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).
       01  WS-ARG-2                   PIC X(16).
       01  WS-ARG-3                   PIC X(16).
       01  WS-ARG-4                   PIC X(16).
       01  WS-FROM-DATE               PIC 9(8)  VALUE ZERO.

      *    What the report is about -- a file triple or a program.
       01  WS-TARGET-KIND             PIC X     VALUE SPACE.
           88  WS-TARGET-IS-FILE                VALUE "F".
           88  WS-TARGET-IS-PROGRAM             VALUE "P".
       01  WS-TARGET-FILE.
           05  WS-TARGET-VOL          PIC X(6).
           05  WS-TARGET-LIB          PIC X(8).
           05  WS-TARGET-FILENAME     PIC X(8).
       01  WS-TARGET-PROGRAM          PIC X(8).

       01  WS-AUDIT-FILE-STATUS       PIC XX.
       01  WS-LOG-FILE-STATUS         PIC XX.
       01  WS-STREAM-FILE-STATUS      PIC XX.
       01  WS-MEMBER-FILE-STATUS      PIC XX.
       01  WS-QUEUE-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-AUDIT-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-AUDIT-EOF                     VALUE "Y".
       01  WS-LOG-EOF-SWITCH          PIC X.
           88  WS-LOG-EOF                       VALUE "Y".
       01  WS-STREAM-EOF-SWITCH       PIC X.
           88  WS-STREAM-EOF                    VALUE "Y".
       01  WS-MEMBER-EOF-SWITCH       PIC X.
           88  WS-MEMBER-EOF                    VALUE "Y".
       01  WS-QUEUE-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-QUEUE-EOF                     VALUE "Y".

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-STREAMLIB               PIC X(80).

      *    One log family at a time -- its archive segments oldest
      *    first, then the live file.  WS-LOG-KIND says which record
      *    handler takes the lines.
       01  WS-LOG-NAME                PIC X(20).
       01  WS-LIVE-NAME               PIC X(20).
       01  WS-LOG-KIND                PIC X.
           88  WS-LOG-IS-RUN-LOG                VALUE "R".
           88  WS-LOG-IS-LINK-TRACE             VALUE "T".
           88  WS-LOG-IS-CHECKPOINT             VALUE "C".
           88  WS-LOG-IS-OPEN-AUDIT             VALUE "O".
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STEM               PIC X(8).
       01  WS-ARCH-INDEX              PIC 9(4) COMP.
       01  WS-ARCH-RETURN             PIC 9.
       01  WS-SEG-USED-COUNT          PIC 9(4) COMP-5 VALUE ZERO.
       01  WS-SEG-USED-TABLE.
           05  WS-SEG-USED            PIC X(20) OCCURS 40.

      *    Every WISPRUN step start with a run ID -- the table the
      *    LINK records are attributed from.
       01  WS-RUNSTEP-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RUNSTEP-MAX             PIC 9(4)  VALUE 3000.
       01  WS-RUNSTEP-FULL-SWITCH     PIC X     VALUE "N".
           88  WS-RUNSTEP-FULL                  VALUE "Y".
       01  WS-RUNSTEP-TABLE.
           05  WS-RST-ENTRY  OCCURS 3000 TIMES
                             INDEXED BY WS-RST-X.
               10  WS-RST-RUN         PIC X(20).
               10  WS-RST-STAMP       PIC X(16).
               10  WS-RST-PROGRAM     PIC X(8).

       01  WS-LOOK-RUN                PIC X(20).
       01  WS-LOOK-STAMP              PIC X(16).
       01  WS-BEST-STAMP              PIC X(16).
       01  WS-CALLER                  PIC X(8).
       01  WS-CALLEE                  PIC X(8).
       01  WS-LINK-PATH               PIC X(80).
       01  WS-PATH-POS                PIC 9(4)  COMP-5.
       01  WS-NAME-START              PIC 9(4)  COMP-5.
       01  WS-UNATTRIBUTED            PIC 9(8)  COMP-5 VALUE ZERO.

      *    Every relationship seen.  TYPE R and W: program FROM reads
      *    or writes the VOL/LIB/FILE in TO.  TYPE L: program FROM
      *    LINKs to program TO.  TYPE S: stream file FROM runs program
      *    TO (VIA names the STREAMLIB member it came in through).
      *    DECL is "Y" when a stream file names the step; LAST is the
      *    last date the relationship was observed, zero if never.
       01  WS-EDGE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-EDGE-MAX                PIC 9(4)  VALUE 2000.
       01  WS-EDGE-FULL-SWITCH        PIC X     VALUE "N".
           88  WS-EDGE-FULL                     VALUE "Y".
       01  WS-EDGE-TABLE.
           05  WS-EDG-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-EDG-X, WS-EDG-Y.
               10  WS-EDG-TYPE        PIC X.
               10  WS-EDG-FROM        PIC X(8).
               10  WS-EDG-TO          PIC X(22).
               10  WS-EDG-VIA         PIC X(8).
               10  WS-EDG-DECL        PIC X.
               10  WS-EDG-LAST        PIC 9(8).
               10  WS-EDG-COUNT       PIC 9(8)  COMP-5.
       01  WS-EDGE-LAST-HIT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-EDGE-HIT                PIC 9(4)  COMP-5.

      *    The relationship being recorded.
       01  WS-NEW-TYPE                PIC X.
       01  WS-NEW-FROM                PIC X(8).
       01  WS-NEW-TO                  PIC X(22).
       01  WS-NEW-VIA                 PIC X(8).
       01  WS-NEW-DATE                PIC 9(8).
       01  WS-NEW-DECL                PIC X.

      *    The stream files to scan.
       01  WS-STF-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-STF-MAX                 PIC 9(4)  VALUE 100.
       01  WS-STF-TABLE.
           05  WS-STF-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-STF-X.
               10  WS-STF-NAME        PIC X(8).
               10  WS-STF-FOUND       PIC X.
       01  WS-STF-HIT                 PIC 9(4)  COMP-5.
       01  WS-STF-NEW                 PIC X(8).
       01  WS-CFG-WORDS.
           05  WS-CFG-WORD            PIC X(9)  OCCURS 8
                                      INDEXED BY WS-CFG-X.

       01  WS-STREAM-NAME             PIC X(8).
       01  WS-MEMBER-NAME             PIC X(80).
       01  WS-CURRENT-MEMBER          PIC X(8).
       01  WS-STREAM-LINE             PIC X(80).
       01  WS-DIRECTIVE-WORD          PIC X(16).
       01  WS-DIRECTIVE-ARG1          PIC X(16).
       01  WS-DIRECTIVE-ARG2          PIC X(16).

      *    The programs in the impact set.  CORE is "W" / "R" / "B"
      *    for a writer / reader / both of the target file, "T" for
      *    the target program; UP is "Y" for a program that LINKs,
      *    however indirectly, to a core program; DOWN is "Y" for a
      *    program the target program LINKs to, however indirectly.
       01  WS-PGM-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PGM-MAX                 PIC 9(4)  VALUE 500.
       01  WS-PGM-FULL-SWITCH         PIC X     VALUE "N".
           88  WS-PGM-FULL                      VALUE "Y".
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-PGM-X.
               10  WS-PGM-NAME        PIC X(8).
               10  WS-PGM-CORE        PIC X.
               10  WS-PGM-UP          PIC X.
               10  WS-PGM-DOWN        PIC X.
       01  WS-LOOK-PGM                PIC X(8).
       01  WS-PGM-HIT                 PIC 9(4)  COMP-5.
       01  WS-SPREAD-SWITCH           PIC X.
           88  WS-SPREAD-CHANGED                VALUE "Y".

      *    The flags of the program last tested.
       01  WS-TEST-CORE               PIC X.
       01  WS-TEST-UP                 PIC X.
       01  WS-TEST-DOWN               PIC X.
       01  WS-FROM-CORE               PIC X.
       01  WS-FROM-UP                 PIC X.
       01  WS-FROM-DOWN               PIC X.
       01  WS-TO-CORE                 PIC X.
       01  WS-TO-UP                   PIC X.
       01  WS-TO-DOWN                 PIC X.
       01  WS-SELECT-SWITCH           PIC X.
           88  WS-EDGE-SELECTED                 VALUE "Y".
       01  WS-SECTION-LINES           PIC 9(4)  COMP-5.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-HEADING-LINE            PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZ9.
       01  WS-DATE-DISP               PIC 9(8).
       01  WS-SEEN-TEXT               PIC X(20).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WIMPACT.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1 WS-ARG-2 WS-ARG-3 WS-ARG-4.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1, WS-ARG-2, WS-ARG-3, WS-ARG-4
           END-UNSTRING.
           INSPECT WS-ARG-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-ARG-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-ARG-3 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF WS-ARG-1 = SPACES
               DISPLAY "WIMPACT: USAGE IS  WIMPACT VOL LIB FILE "
                       "[FROM-DATE]"
               DISPLAY "               OR  WIMPACT PROGRAM "
                       "[FROM-DATE]"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

      *    A single word, or a word followed by a date, is a program.
           IF WS-ARG-2 = SPACES
                   OR (WS-ARG-2 (1:8) IS NUMERIC
                       AND WS-ARG-2 (9:8) = SPACES)
               SET WS-TARGET-IS-PROGRAM TO TRUE
               MOVE WS-ARG-1 TO WS-TARGET-PROGRAM
               IF WS-ARG-2 (1:8) IS NUMERIC
                   MOVE WS-ARG-2 (1:8) TO WS-FROM-DATE
               END-IF
           ELSE
               IF WS-ARG-3 = SPACES
                   DISPLAY "WIMPACT: A FILE IS NAMED AS VOL LIB FILE."
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               SET WS-TARGET-IS-FILE TO TRUE
               MOVE WS-ARG-1 TO WS-TARGET-VOL
               MOVE WS-ARG-2 TO WS-TARGET-LIB
               MOVE WS-ARG-3 TO WS-TARGET-FILENAME
               IF WS-ARG-4 (1:8) IS NUMERIC
                   MOVE WS-ARG-4 (1:8) TO WS-FROM-DATE
               END-IF
           END-IF.

      *    The run log first -- the LINK records are attributed to
      *    callers from its step starts.
           SET WS-LOG-IS-RUN-LOG TO TRUE.
           MOVE "WISPRUN" TO WS-ARCH-STEM.
           MOVE "WISPRUN.LOG" TO WS-LIVE-NAME.
           PERFORM READ-LOG-FAMILY THRU READ-LOG-FAMILY-EXIT.

           PERFORM LOAD-OPEN-AUDIT THRU LOAD-OPEN-AUDIT-EXIT.

           SET WS-LOG-IS-LINK-TRACE TO TRUE.
           MOVE "MFLNKTRC" TO WS-ARCH-STEM.
           MOVE "MFLNKTRC" TO WS-LIVE-NAME.
           PERFORM READ-LOG-FAMILY THRU READ-LOG-FAMILY-EXIT.

           SET WS-LOG-IS-CHECKPOINT TO TRUE.
           MOVE "WCLINKCK" TO WS-ARCH-STEM.
           MOVE "WCLINKCKP" TO WS-LIVE-NAME.
           PERFORM READ-LOG-FAMILY THRU READ-LOG-FAMILY-EXIT.

           PERFORM LIST-STREAM-FILES.
           PERFORM SCAN-STREAM-FILE THRU SCAN-STREAM-FILE-EXIT
               VARYING WS-STF-X FROM 1 BY 1
               UNTIL WS-STF-X > WS-STF-COUNT.

           IF WS-TARGET-IS-FILE
               PERFORM MARK-FILE-IMPACT-SET
           ELSE
               PERFORM MARK-PROGRAM-IMPACT-SET
           END-IF.

           PERFORM WRITE-IMPACT-REPORT.

           IF WS-EDGE-FULL OR WS-PGM-FULL OR WS-RUNSTEP-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * ONE LOG FAMILY -- THE ARCHIVE SEGMENTS THAT COVER THE RANGE,
      * OLDEST FIRST, THEN THE LIVE FILE.  EVERY RECORD WAS ARCHIVED
      * EXACTLY ONCE, SO NOTHING IS SEEN TWICE.
      ******************************************************************

       READ-LOG-FAMILY.

           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-ARCHIVE-SEGMENT
               THRU READ-ONE-ARCHIVE-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

           IF WS-LIVE-NAME NOT = SPACES
               MOVE WS-LIVE-NAME TO WS-LOG-NAME
               PERFORM READ-ONE-LOG-FILE THRU READ-ONE-LOG-FILE-EXIT
           END-IF.

       READ-LOG-FAMILY-EXIT.
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

           MOVE WS-ARCH-NAME TO WS-LOG-NAME.
           PERFORM READ-ONE-LOG-FILE THRU READ-ONE-LOG-FILE-EXIT.
           IF WS-LOG-FILE-STATUS = "00"
                   AND WS-SEG-USED-COUNT < 40
               ADD 1 TO WS-SEG-USED-COUNT
               MOVE WS-ARCH-NAME TO WS-SEG-USED (WS-SEG-USED-COUNT)
           END-IF.

       READ-ONE-ARCHIVE-SEGMENT-EXIT.
           EXIT.

       READ-ONE-LOG-FILE.

           MOVE "N" TO WS-LOG-EOF-SWITCH.
           OPEN INPUT WIMPACT-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO READ-ONE-LOG-FILE-EXIT
           END-IF.

           PERFORM UNTIL WS-LOG-EOF
               READ WIMPACT-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       IF WIMPACT-LOG-RECORD (1:8) IS NUMERIC
                               AND WIMPACT-LOG-RECORD (1:8)
                                   NOT < WS-FROM-DATE
                           EVALUATE TRUE
                               WHEN WS-LOG-IS-RUN-LOG
                                   PERFORM TAKE-RUN-LOG-RECORD
                                       THRU TAKE-RUN-LOG-RECORD-EXIT
                               WHEN WS-LOG-IS-LINK-TRACE
                                   PERFORM TAKE-LINK-TRACE-RECORD
                                       THRU TAKE-LINK-TRACE-RECORD-EXIT
                               WHEN WS-LOG-IS-CHECKPOINT
                                   PERFORM TAKE-CHECKPOINT-RECORD
                                       THRU TAKE-CHECKPOINT-RECORD-EXIT
                               WHEN WS-LOG-IS-OPEN-AUDIT
                                   MOVE WIMPACT-LOG-RECORD
                                       TO OPENFAUD-RECORD
                                   PERFORM TAKE-OPEN-RECORD
                                       THRU TAKE-OPEN-RECORD-EXIT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WIMPACT-LOG-FILE.
           MOVE "00" TO WS-LOG-FILE-STATUS.

       READ-ONE-LOG-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WISPRUN.LOG START LINE -- THE RUN'S STEP, AND (WITH THE @FILE
      * TAG) AN OBSERVED STREAM-RUNS-PROGRAM RELATIONSHIP.
      *     (1:8) DATE  (10:8) TIME  (18:7) " START "  (25:80) PROGRAM
      *     (123:5) " RUN=" (128:20) RUN ID  (149:2) " @" (151:8) FILE
      ******************************************************************

       TAKE-RUN-LOG-RECORD.

           IF WIMPACT-LOG-RECORD (18:7) NOT = " START "
                   OR WIMPACT-LOG-RECORD (25:8) = SPACES
               GO TO TAKE-RUN-LOG-RECORD-EXIT
           END-IF.

           MOVE SPACES TO WS-LOOK-PGM.
           UNSTRING WIMPACT-LOG-RECORD (25:80) DELIMITED BY ALL " "
               INTO WS-LOOK-PGM
           END-UNSTRING.

           IF WIMPACT-LOG-RECORD (123:5) = " RUN="
                   AND WIMPACT-LOG-RECORD (128:20) NOT = SPACES
               IF WS-RUNSTEP-COUNT < WS-RUNSTEP-MAX
                   ADD 1 TO WS-RUNSTEP-COUNT
                   SET WS-RST-X TO WS-RUNSTEP-COUNT
                   MOVE WIMPACT-LOG-RECORD (128:20)
                       TO WS-RST-RUN (WS-RST-X)
                   MOVE WIMPACT-LOG-RECORD (1:8)
                       TO WS-RST-STAMP (WS-RST-X) (1:8)
                   MOVE WIMPACT-LOG-RECORD (10:8)
                       TO WS-RST-STAMP (WS-RST-X) (9:8)
                   MOVE WS-LOOK-PGM TO WS-RST-PROGRAM (WS-RST-X)
               ELSE
                   SET WS-RUNSTEP-FULL TO TRUE
               END-IF
           END-IF.

           IF WIMPACT-LOG-RECORD (149:2) = " @"
                   AND WIMPACT-LOG-RECORD (151:8) NOT = SPACES
               MOVE "S" TO WS-NEW-TYPE
               MOVE WIMPACT-LOG-RECORD (151:8) TO WS-NEW-FROM
               MOVE WS-LOOK-PGM TO WS-NEW-TO
               MOVE SPACES TO WS-NEW-VIA
               MOVE WIMPACT-LOG-RECORD (1:8) TO WS-NEW-DATE
               MOVE "N" TO WS-NEW-DECL
               PERFORM RECORD-EDGE THRU RECORD-EDGE-EXIT
               MOVE WIMPACT-LOG-RECORD (151:8) TO WS-STF-NEW
               PERFORM ADD-STREAM-FILE
           END-IF.

       TAKE-RUN-LOG-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * MFLNKTRC -- THE CALLEE IS THE LAST NAME IN LINK-PATH.
      *     (1:8) DATE  (10:8) TIME  (53:80) LINK-PATH
      *     (133:5) " RUN=" (138:20) RUN ID
      ******************************************************************

       TAKE-LINK-TRACE-RECORD.

           MOVE WIMPACT-LOG-RECORD (53:80) TO WS-LINK-PATH.
           IF WS-LINK-PATH = SPACES
               GO TO TAKE-LINK-TRACE-RECORD-EXIT
           END-IF.

           MOVE 1 TO WS-NAME-START.
           PERFORM VARYING WS-PATH-POS FROM 1 BY 1
                   UNTIL WS-PATH-POS > 80
               IF WS-LINK-PATH (WS-PATH-POS:1) = "/"
                       OR WS-LINK-PATH (WS-PATH-POS:1) = "\"
                       OR WS-LINK-PATH (WS-PATH-POS:1) = ":"
                   COMPUTE WS-NAME-START = WS-PATH-POS + 1
               END-IF
           END-PERFORM.
           IF WS-NAME-START > 80
               GO TO TAKE-LINK-TRACE-RECORD-EXIT
           END-IF.
           MOVE SPACES TO WS-CALLEE.
           UNSTRING WS-LINK-PATH (WS-NAME-START:) DELIMITED BY "."
               OR " "
               INTO WS-CALLEE
           END-UNSTRING.
           INSPECT WS-CALLEE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO WS-LOOK-RUN.
           IF WIMPACT-LOG-RECORD (133:5) = " RUN="
               MOVE WIMPACT-LOG-RECORD (138:20) TO WS-LOOK-RUN
           END-IF.
           PERFORM RECORD-LINK-RELATIONSHIP
               THRU RECORD-LINK-RELATIONSHIP-EXIT.

       TAKE-LINK-TRACE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * WCLINKCKP -- THE PROGRAM A WCLINKn CHAIN JUST COMPLETED.
      *     (1:8) DATE  (10:8) TIME  (40:8) PROGRAM
      *     (48:5) " RUN=" (53:20) RUN ID
      ******************************************************************

       TAKE-CHECKPOINT-RECORD.

           MOVE WIMPACT-LOG-RECORD (40:8) TO WS-CALLEE.
           IF WS-CALLEE = SPACES
               GO TO TAKE-CHECKPOINT-RECORD-EXIT
           END-IF.
           MOVE SPACES TO WS-LOOK-RUN.
           IF WIMPACT-LOG-RECORD (48:5) = " RUN="
               MOVE WIMPACT-LOG-RECORD (53:20) TO WS-LOOK-RUN
           END-IF.
           PERFORM RECORD-LINK-RELATIONSHIP
               THRU RECORD-LINK-RELATIONSHIP-EXIT.

       TAKE-CHECKPOINT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * A LINK TO WS-CALLEE -- THE CALLER IS THE LATEST STEP OF THE
      * SAME RUN THAT HAD STARTED BY THEN.  A STEP DISPATCHED THROUGH
      * THE LINK MACHINERY IS ITS OWN "CALLER" AND IS PASSED OVER.
      ******************************************************************

       RECORD-LINK-RELATIONSHIP.

           IF WS-LOOK-RUN = SPACES
               ADD 1 TO WS-UNATTRIBUTED
               GO TO RECORD-LINK-RELATIONSHIP-EXIT
           END-IF.
           MOVE WIMPACT-LOG-RECORD (1:8) TO WS-LOOK-STAMP (1:8).
           MOVE WIMPACT-LOG-RECORD (10:8) TO WS-LOOK-STAMP (9:8).

           MOVE SPACES TO WS-CALLER.
           MOVE LOW-VALUES TO WS-BEST-STAMP.
           PERFORM VARYING WS-RST-X FROM 1 BY 1
                   UNTIL WS-RST-X > WS-RUNSTEP-COUNT
               IF WS-RST-RUN (WS-RST-X) = WS-LOOK-RUN
                       AND WS-RST-STAMP (WS-RST-X) NOT > WS-LOOK-STAMP
                       AND WS-RST-STAMP (WS-RST-X) NOT < WS-BEST-STAMP
                   MOVE WS-RST-STAMP (WS-RST-X) TO WS-BEST-STAMP
                   MOVE WS-RST-PROGRAM (WS-RST-X) TO WS-CALLER
               END-IF
           END-PERFORM.

           IF WS-CALLER = SPACES
               ADD 1 TO WS-UNATTRIBUTED
               GO TO RECORD-LINK-RELATIONSHIP-EXIT
           END-IF.
           IF WS-CALLER = WS-CALLEE
               GO TO RECORD-LINK-RELATIONSHIP-EXIT
           END-IF.

           MOVE "L" TO WS-NEW-TYPE.
           MOVE WS-CALLER TO WS-NEW-FROM.
           MOVE WS-CALLEE TO WS-NEW-TO.
           MOVE SPACES TO WS-NEW-VIA.
           MOVE WIMPACT-LOG-RECORD (1:8) TO WS-NEW-DATE.
           MOVE "N" TO WS-NEW-DECL.
           PERFORM RECORD-EDGE THRU RECORD-EDGE-EXIT.

       RECORD-LINK-RELATIONSHIP-EXIT.
           EXIT.

      ******************************************************************
      * THE OPEN AUDIT -- ARCHIVED SEGMENTS, THEN THE INDEXED STORE
      * FROM THE FROM-DATE ON.
      ******************************************************************

       LOAD-OPEN-AUDIT.

           SET WS-LOG-IS-OPEN-AUDIT TO TRUE.
           MOVE "OPENFAUD" TO WS-ARCH-STEM.
           MOVE SPACES TO WS-LIVE-NAME.
           PERFORM READ-LOG-FAMILY THRU READ-LOG-FAMILY-EXIT.

           OPEN INPUT OPENFAUD-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WIMPACT: NO OPEN AUDIT STORE FOUND."
               GO TO LOAD-OPEN-AUDIT-EXIT
           END-IF.

           MOVE LOW-VALUES TO OA-REC-KEY.
           MOVE WS-FROM-DATE TO OA-REC-DATE.
           START OPENFAUD-FILE KEY NOT < OA-REC-KEY
               INVALID KEY
                   SET WS-AUDIT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-AUDIT-EOF
               READ OPENFAUD-FILE NEXT
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-OPEN-RECORD
                           THRU TAKE-OPEN-RECORD-EXIT
               END-READ
           END-PERFORM.

           CLOSE OPENFAUD-FILE.

       LOAD-OPEN-AUDIT-EXIT.
           EXIT.

      *    Input opens and WBACKUP's copies read the file; every other
      *    open (and every utility that rewrites a file) writes it.
       TAKE-OPEN-RECORD.

           IF OA-REC-PGM-NAME = SPACES
               GO TO TAKE-OPEN-RECORD-EXIT
           END-IF.
           IF OA-REC-MODE = "000000001"
                   OR OA-REC-MODE = "INPUT"
                   OR OA-REC-MODE = "BACKUP"
               MOVE "R" TO WS-NEW-TYPE
           ELSE
               MOVE "W" TO WS-NEW-TYPE
           END-IF.
           MOVE OA-REC-PGM-NAME TO WS-NEW-FROM.
           MOVE OA-REC-VOL TO WS-NEW-TO (1:6).
           MOVE OA-REC-LIB TO WS-NEW-TO (7:8).
           MOVE OA-REC-FILE TO WS-NEW-TO (15:8).
           MOVE SPACES TO WS-NEW-VIA.
           MOVE OA-REC-DATE TO WS-NEW-DATE.
           MOVE "N" TO WS-NEW-DECL.
           PERFORM RECORD-EDGE THRU RECORD-EDGE-EXIT.

       TAKE-OPEN-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * RECORD ONE RELATIONSHIP -- FIND OR ADD IT, THEN ADVANCE ITS
      * LAST-OBSERVED DATE.  THE LAST ONE MATCHED IS TRIED FIRST; THE
      * LOGS COME IN RUNS OF THE SAME PROGRAM AND FILE.
      ******************************************************************

       RECORD-EDGE.

           MOVE ZERO TO WS-EDGE-HIT.
           IF WS-EDGE-LAST-HIT > ZERO
               SET WS-EDG-X TO WS-EDGE-LAST-HIT
               IF WS-EDG-TYPE (WS-EDG-X) = WS-NEW-TYPE
                       AND WS-EDG-FROM (WS-EDG-X) = WS-NEW-FROM
                       AND WS-EDG-TO (WS-EDG-X) = WS-NEW-TO
                   MOVE WS-EDGE-LAST-HIT TO WS-EDGE-HIT
               END-IF
           END-IF.
           IF WS-EDGE-HIT = ZERO
               PERFORM VARYING WS-EDG-X FROM 1 BY 1
                       UNTIL WS-EDG-X > WS-EDGE-COUNT
                          OR WS-EDGE-HIT > ZERO
                   IF WS-EDG-TYPE (WS-EDG-X) = WS-NEW-TYPE
                           AND WS-EDG-FROM (WS-EDG-X) = WS-NEW-FROM
                           AND WS-EDG-TO (WS-EDG-X) = WS-NEW-TO
                       SET WS-EDGE-HIT TO WS-EDG-X
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-EDGE-HIT = ZERO
               IF WS-EDGE-COUNT NOT < WS-EDGE-MAX
                   SET WS-EDGE-FULL TO TRUE
                   GO TO RECORD-EDGE-EXIT
               END-IF
               ADD 1 TO WS-EDGE-COUNT
               MOVE WS-EDGE-COUNT TO WS-EDGE-HIT
               SET WS-EDG-X TO WS-EDGE-HIT
               MOVE WS-NEW-TYPE TO WS-EDG-TYPE (WS-EDG-X)
               MOVE WS-NEW-FROM TO WS-EDG-FROM (WS-EDG-X)
               MOVE WS-NEW-TO TO WS-EDG-TO (WS-EDG-X)
               MOVE SPACES TO WS-EDG-VIA (WS-EDG-X)
               MOVE "N" TO WS-EDG-DECL (WS-EDG-X)
               MOVE ZERO TO WS-EDG-LAST (WS-EDG-X)
               MOVE ZERO TO WS-EDG-COUNT (WS-EDG-X)
           END-IF.

           MOVE WS-EDGE-HIT TO WS-EDGE-LAST-HIT.
           SET WS-EDG-X TO WS-EDGE-HIT.
           IF WS-NEW-DECL = "Y"
               MOVE "Y" TO WS-EDG-DECL (WS-EDG-X)
           ELSE
               ADD 1 TO WS-EDG-COUNT (WS-EDG-X)
               IF WS-NEW-DATE > WS-EDG-LAST (WS-EDG-X)
                   MOVE WS-NEW-DATE TO WS-EDG-LAST (WS-EDG-X)
               END-IF
           END-IF.
           IF WS-NEW-VIA NOT = SPACES
                   AND WS-EDG-VIA (WS-EDG-X) = SPACES
               MOVE WS-NEW-VIA TO WS-EDG-VIA (WS-EDG-X)
           END-IF.

       RECORD-EDGE-EXIT.
           EXIT.

      ******************************************************************
      * THE STREAM FILES TO READ -- THOSE THE RUN LOG SHOWED RUNNING
      * (ALREADY LISTED), THOSE IN THE SUBMIT QUEUE, AND ANY THE SITE
      * NAMES IN IMPACTSTREAMS.
      ******************************************************************

       LIST-STREAM-FILES.

           OPEN INPUT WSUBMITQ-FILE.
           IF WS-QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL WS-QUEUE-EOF
                   READ WSUBMITQ-FILE
                       AT END
                           SET WS-QUEUE-EOF TO TRUE
                       NOT AT END
                           IF SQ-REC-STREAM NOT = SPACES
                               MOVE SQ-REC-STREAM TO WS-STF-NEW
                               PERFORM ADD-STREAM-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WSUBMITQ-FILE
           END-IF.

           MOVE "IMPACTSTREAMS" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-CFG-VALUE
           END-CALL.
           MOVE SPACES TO WS-CFG-WORDS.
           UNSTRING WS-CFG-VALUE DELIMITED BY ALL " "
               INTO WS-CFG-WORD (1), WS-CFG-WORD (2),
                    WS-CFG-WORD (3), WS-CFG-WORD (4),
                    WS-CFG-WORD (5), WS-CFG-WORD (6),
                    WS-CFG-WORD (7), WS-CFG-WORD (8)
           END-UNSTRING.
           PERFORM VARYING WS-CFG-X FROM 1 BY 1 UNTIL WS-CFG-X > 8
               IF WS-CFG-WORD (WS-CFG-X) NOT = SPACES
                   MOVE WS-CFG-WORD (WS-CFG-X) TO WS-STF-NEW
                   IF WS-STF-NEW (1:1) = "@"
                       MOVE WS-CFG-WORD (WS-CFG-X) (2:8) TO WS-STF-NEW
                   END-IF
                   PERFORM ADD-STREAM-FILE
               END-IF
           END-PERFORM.

           MOVE "STREAMLIB" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-STREAMLIB
               ON EXCEPTION
                   MOVE SPACES TO WS-STREAMLIB
           END-CALL.

       ADD-STREAM-FILE.

           MOVE ZERO TO WS-STF-HIT.
           PERFORM VARYING WS-STF-X FROM 1 BY 1
                   UNTIL WS-STF-X > WS-STF-COUNT
                      OR WS-STF-HIT > ZERO
               IF WS-STF-NAME (WS-STF-X) = WS-STF-NEW
                   SET WS-STF-HIT TO WS-STF-X
               END-IF
           END-PERFORM.
           IF WS-STF-HIT = ZERO
                   AND WS-STF-COUNT < WS-STF-MAX
               ADD 1 TO WS-STF-COUNT
               MOVE WS-STF-NEW TO WS-STF-NAME (WS-STF-COUNT)
               MOVE "N" TO WS-STF-FOUND (WS-STF-COUNT)
           END-IF.

      ******************************************************************
      * ONE STREAM FILE -- EVERY STEP IT NAMES, INCLUDED MEMBERS AND
      * ONERROR RUN CLEANUP PROGRAMS WITH THEM, AS DECLARED
      * STREAM-RUNS-PROGRAM RELATIONSHIPS.
      ******************************************************************

       SCAN-STREAM-FILE.

           MOVE WS-STF-NAME (WS-STF-X) TO WS-STREAM-NAME.
           MOVE "N" TO WS-STREAM-EOF-SWITCH.
           OPEN INPUT WIMPACT-STREAM-FILE.
           IF WS-STREAM-FILE-STATUS NOT = "00"
               GO TO SCAN-STREAM-FILE-EXIT
           END-IF.
           MOVE "Y" TO WS-STF-FOUND (WS-STF-X).

           PERFORM UNTIL WS-STREAM-EOF
               READ WIMPACT-STREAM-FILE
                   AT END
                       SET WS-STREAM-EOF TO TRUE
                   NOT AT END
                       MOVE WIMPACT-STREAM-RECORD TO WS-STREAM-LINE
                       MOVE SPACES TO WS-CURRENT-MEMBER
                       PERFORM TAKE-STREAM-LINE
                           THRU TAKE-STREAM-LINE-EXIT
               END-READ
           END-PERFORM.

           CLOSE WIMPACT-STREAM-FILE.

       SCAN-STREAM-FILE-EXIT.
           EXIT.

      *    The directives WISPRUN knows name no step; any other first
      *    word is a program.
       TAKE-STREAM-LINE.

           IF WS-STREAM-LINE = SPACES
                   OR WS-STREAM-LINE (1:1) = "*"
               GO TO TAKE-STREAM-LINE-EXIT
           END-IF.
           MOVE SPACES TO WS-DIRECTIVE-WORD WS-DIRECTIVE-ARG1
                          WS-DIRECTIVE-ARG2.
           UNSTRING WS-STREAM-LINE DELIMITED BY ALL " "
               INTO WS-DIRECTIVE-WORD, WS-DIRECTIVE-ARG1,
                    WS-DIRECTIVE-ARG2
           END-UNSTRING.
           INSPECT WS-DIRECTIVE-WORD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO WS-NEW-TO.
           EVALUATE TRUE
               WHEN WS-DIRECTIVE-WORD (1:1) = ":"
               WHEN WS-DIRECTIVE-WORD = "IFERROR"
               WHEN WS-DIRECTIVE-WORD = "NOTBEFORE"
               WHEN WS-DIRECTIVE-WORD = "NOTAFTER"
               WHEN WS-DIRECTIVE-WORD = "ONDAY"
               WHEN WS-DIRECTIVE-WORD = "NOTONDAY"
               WHEN WS-DIRECTIVE-WORD = "SET"
               WHEN WS-DIRECTIVE-WORD = "WAITFILE"
               WHEN WS-DIRECTIVE-WORD = "USES"
               WHEN WS-DIRECTIVE-WORD = "STREAM"
               WHEN WS-DIRECTIVE-WORD = "AFTER"
                   CONTINUE
               WHEN WS-DIRECTIVE-WORD = "ONERROR"
                   IF WS-DIRECTIVE-ARG1 = "RUN"
                       MOVE WS-DIRECTIVE-ARG2 (1:8) TO WS-NEW-TO
                   END-IF
               WHEN WS-DIRECTIVE-WORD = "INCLUDE"
                   IF WS-CURRENT-MEMBER = SPACES
                       PERFORM SCAN-INCLUDE-MEMBER
                           THRU SCAN-INCLUDE-MEMBER-EXIT
                   END-IF
               WHEN OTHER
                   MOVE WS-DIRECTIVE-WORD (1:8) TO WS-NEW-TO
           END-EVALUATE.

           IF WS-NEW-TO NOT = SPACES
               INSPECT WS-NEW-TO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "S" TO WS-NEW-TYPE
               MOVE WS-STREAM-NAME TO WS-NEW-FROM
               MOVE WS-CURRENT-MEMBER TO WS-NEW-VIA
               MOVE ZERO TO WS-NEW-DATE
               MOVE "Y" TO WS-NEW-DECL
               PERFORM RECORD-EDGE THRU RECORD-EDGE-EXIT
           END-IF.

       TAKE-STREAM-LINE-EXIT.
           EXIT.

      *    One level, as WISPRUN loads them -- an INCLUDE inside a
      *    member is not followed.
       SCAN-INCLUDE-MEMBER.

           MOVE SPACES TO WS-MEMBER-NAME.
           IF WS-STREAMLIB = SPACES
               MOVE WS-DIRECTIVE-ARG1 TO WS-MEMBER-NAME
           ELSE
               STRING WS-STREAMLIB       DELIMITED BY SPACE
                      "/"                DELIMITED BY SIZE
                      WS-DIRECTIVE-ARG1  DELIMITED BY SPACE
                      INTO WS-MEMBER-NAME
               END-STRING
           END-IF.

           MOVE "N" TO WS-MEMBER-EOF-SWITCH.
           OPEN INPUT WIMPACT-MEMBER-FILE.
           IF WS-MEMBER-FILE-STATUS NOT = "00"
               GO TO SCAN-INCLUDE-MEMBER-EXIT
           END-IF.

           PERFORM UNTIL WS-MEMBER-EOF
               READ WIMPACT-MEMBER-FILE
                   AT END
                       SET WS-MEMBER-EOF TO TRUE
                   NOT AT END
                       MOVE WIMPACT-MEMBER-RECORD TO WS-STREAM-LINE
                       MOVE WS-DIRECTIVE-ARG1 (1:8)
                           TO WS-CURRENT-MEMBER
                       PERFORM TAKE-STREAM-LINE
                           THRU TAKE-STREAM-LINE-EXIT
               END-READ
           END-PERFORM.

           CLOSE WIMPACT-MEMBER-FILE.

       SCAN-INCLUDE-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * THE IMPACT SET FOR A FILE -- ITS WRITERS AND READERS ARE THE
      * CORE; EVERY PROGRAM THAT LINKS TO THEM, HOWEVER INDIRECTLY,
      * IS UPSTREAM OF THEM.
      ******************************************************************

       MARK-FILE-IMPACT-SET.

           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF (WS-EDG-TYPE (WS-EDG-X) = "R"
                       OR WS-EDG-TYPE (WS-EDG-X) = "W")
                       AND WS-EDG-TO (WS-EDG-X) = WS-TARGET-FILE
                   MOVE WS-EDG-FROM (WS-EDG-X) TO WS-LOOK-PGM
                   PERFORM ENTER-PROGRAM
                   IF WS-PGM-HIT > ZERO
                       SET WS-PGM-X TO WS-PGM-HIT
                       EVALUATE TRUE
                           WHEN WS-PGM-CORE (WS-PGM-X) = SPACE
                               MOVE WS-EDG-TYPE (WS-EDG-X)
                                   TO WS-PGM-CORE (WS-PGM-X)
                           WHEN WS-PGM-CORE (WS-PGM-X)
                                   NOT = WS-EDG-TYPE (WS-EDG-X)
                               MOVE "B" TO WS-PGM-CORE (WS-PGM-X)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM SPREAD-TO-CALLERS.

      ******************************************************************
      * THE IMPACT SET FOR A PROGRAM -- EVERYTHING IT LINKS TO IS
      * DOWNSTREAM, EVERYTHING THAT LINKS TO IT UPSTREAM.
      ******************************************************************

       MARK-PROGRAM-IMPACT-SET.

           MOVE WS-TARGET-PROGRAM TO WS-LOOK-PGM.
           PERFORM ENTER-PROGRAM.
           SET WS-PGM-X TO WS-PGM-HIT.
           MOVE "T" TO WS-PGM-CORE (WS-PGM-X).

           PERFORM SPREAD-TO-CALLERS.
           PERFORM SPREAD-TO-CALLEES.

      *    Until nothing changes: a LINK into a core or upstream
      *    program makes its caller upstream too.
       SPREAD-TO-CALLERS.

           SET WS-SPREAD-CHANGED TO TRUE.
           PERFORM UNTIL NOT WS-SPREAD-CHANGED
               MOVE "N" TO WS-SPREAD-SWITCH
               PERFORM VARYING WS-EDG-Y FROM 1 BY 1
                       UNTIL WS-EDG-Y > WS-EDGE-COUNT
                   IF WS-EDG-TYPE (WS-EDG-Y) = "L"
                       MOVE WS-EDG-TO (WS-EDG-Y) TO WS-LOOK-PGM
                       PERFORM TEST-PROGRAM
                       IF WS-TEST-CORE NOT = SPACE
                               OR WS-TEST-UP = "Y"
                           MOVE WS-EDG-FROM (WS-EDG-Y) TO WS-LOOK-PGM
                           PERFORM TEST-PROGRAM
                           IF WS-TEST-CORE = SPACE
                                   AND WS-TEST-UP NOT = "Y"
                               PERFORM ENTER-PROGRAM
                               IF WS-PGM-HIT > ZERO
                                   SET WS-PGM-X TO WS-PGM-HIT
                                   MOVE "Y" TO WS-PGM-UP (WS-PGM-X)
                                   SET WS-SPREAD-CHANGED TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Until nothing changes: a LINK out of the target program or
      *    anything downstream of it makes the callee downstream.
       SPREAD-TO-CALLEES.

           SET WS-SPREAD-CHANGED TO TRUE.
           PERFORM UNTIL NOT WS-SPREAD-CHANGED
               MOVE "N" TO WS-SPREAD-SWITCH
               PERFORM VARYING WS-EDG-Y FROM 1 BY 1
                       UNTIL WS-EDG-Y > WS-EDGE-COUNT
                   IF WS-EDG-TYPE (WS-EDG-Y) = "L"
                       MOVE WS-EDG-FROM (WS-EDG-Y) TO WS-LOOK-PGM
                       PERFORM TEST-PROGRAM
                       IF WS-TEST-CORE = "T"
                               OR WS-TEST-DOWN = "Y"
                           MOVE WS-EDG-TO (WS-EDG-Y) TO WS-LOOK-PGM
                           PERFORM TEST-PROGRAM
                           IF WS-TEST-CORE NOT = "T"
                                   AND WS-TEST-DOWN NOT = "Y"
                               PERFORM ENTER-PROGRAM
                               IF WS-PGM-HIT > ZERO
                                   SET WS-PGM-X TO WS-PGM-HIT
                                   MOVE "Y" TO WS-PGM-DOWN (WS-PGM-X)
                                   SET WS-SPREAD-CHANGED TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    WS-LOOK-PGM's flags into WS-TEST-..., spaces when it is not
      *    in the set.
       TEST-PROGRAM.

           MOVE SPACES TO WS-TEST-CORE WS-TEST-UP WS-TEST-DOWN.
           PERFORM LOOK-UP-PROGRAM.
           IF WS-PGM-HIT > ZERO
               SET WS-PGM-X TO WS-PGM-HIT
               MOVE WS-PGM-CORE (WS-PGM-X) TO WS-TEST-CORE
               MOVE WS-PGM-UP (WS-PGM-X) TO WS-TEST-UP
               MOVE WS-PGM-DOWN (WS-PGM-X) TO WS-TEST-DOWN
           END-IF.

       LOOK-UP-PROGRAM.

           MOVE ZERO TO WS-PGM-HIT.
           PERFORM VARYING WS-PGM-X FROM 1 BY 1
                   UNTIL WS-PGM-X > WS-PGM-COUNT
                      OR WS-PGM-HIT > ZERO
               IF WS-PGM-NAME (WS-PGM-X) = WS-LOOK-PGM
                   SET WS-PGM-HIT TO WS-PGM-X
               END-IF
           END-PERFORM.

       ENTER-PROGRAM.

           PERFORM LOOK-UP-PROGRAM.
           IF WS-PGM-HIT = ZERO
               IF WS-PGM-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-HIT
                   SET WS-PGM-X TO WS-PGM-HIT
                   MOVE WS-LOOK-PGM TO WS-PGM-NAME (WS-PGM-X)
                   MOVE SPACES TO WS-PGM-CORE (WS-PGM-X)
                   MOVE SPACES TO WS-PGM-UP (WS-PGM-X)
                   MOVE SPACES TO WS-PGM-DOWN (WS-PGM-X)
               ELSE
                   SET WS-PGM-FULL TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * THE REPORT.
      ******************************************************************

       WRITE-IMPACT-REPORT.

           OPEN OUTPUT WIMPACT-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-TARGET-IS-FILE
               STRING "WIMPACT - IMPACT ANALYSIS FOR FILE "
                      WS-TARGET-VOL " " WS-TARGET-LIB " "
                      WS-TARGET-FILENAME
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "WIMPACT - IMPACT ANALYSIS FOR PROGRAM "
                      WS-TARGET-PROGRAM
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM PUT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-FROM-DATE = ZERO
               MOVE "RELATIONSHIPS OBSERVED OVER ALL RECORDED HISTORY"
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-FROM-DATE TO WS-DATE-DISP
               STRING "RELATIONSHIPS OBSERVED SINCE " WS-DATE-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-ARCH-INDEX FROM 1 BY 1
                   UNTIL WS-ARCH-INDEX > WS-SEG-USED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ARCHIVE SEGMENT READ: "
                      WS-SEG-USED (WS-ARCH-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-PERFORM.

           PERFORM VARYING WS-STF-X FROM 1 BY 1
                   UNTIL WS-STF-X > WS-STF-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-STF-FOUND (WS-STF-X) = "Y"
                   STRING "STREAM FILE READ:     @"
                          WS-STF-NAME (WS-STF-X)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "STREAM FILE MISSING:  @"
                          WS-STF-NAME (WS-STF-X)
                          "  (ONLY ITS LOGGED RUNS ARE KNOWN)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               PERFORM PUT-LINE
           END-PERFORM.

           IF WS-TARGET-IS-FILE
               PERFORM WRITE-FILE-SECTIONS
           ELSE
               PERFORM WRITE-PROGRAM-SECTIONS
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           IF WS-UNATTRIBUTED > ZERO
               MOVE WS-UNATTRIBUTED TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE: " WS-COUNT-DISP
                      " LINK RECORD(S) CARRY NO WISPRUN STEP TO "
                      "ATTRIBUTE A CALLER TO."
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.
           IF WS-RUNSTEP-FULL
               MOVE "INCOMPLETE: RUN STEP TABLE FULL."
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.
           IF WS-EDGE-FULL
               MOVE "INCOMPLETE: RELATIONSHIP TABLE FULL."
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.
           IF WS-PGM-FULL
               MOVE "INCOMPLETE: IMPACT SET TABLE FULL."
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

           CLOSE WIMPACT-REPORT-FILE.
           DISPLAY "WIMPACT: REPORT WRITTEN TO WIMPACT.RPT.".

       WRITE-FILE-SECTIONS.

           MOVE "WRITTEN BY (UPSTREAM)" TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "W"
                       AND WS-EDG-TO (WS-EDG-X) = WS-TARGET-FILE
                   PERFORM PUT-EDGE-LINE
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "READ ONLY BY (DOWNSTREAM)" TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "R"
                       AND WS-EDG-TO (WS-EDG-X) = WS-TARGET-FILE
                   MOVE WS-EDG-FROM (WS-EDG-X) TO WS-LOOK-PGM
                   PERFORM TEST-PROGRAM
                   IF WS-TEST-CORE = "R"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "LINKED TO FROM (UPSTREAM OF ITS WRITERS AND READERS)"
               TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "L"
                   PERFORM TEST-EDGE-ENDS
                   IF WS-FROM-UP = "Y"
                           AND (WS-TO-CORE NOT = SPACE
                             OR WS-TO-UP = "Y")
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "RUN BY STREAMS" TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "S"
                   MOVE WS-EDG-TO (WS-EDG-X) TO WS-LOOK-PGM
                   PERFORM TEST-PROGRAM
                   IF WS-TEST-CORE NOT = SPACE
                           OR WS-TEST-UP = "Y"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "FILES ITS WRITERS READ (UPSTREAM)" TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "R"
                       AND WS-EDG-TO (WS-EDG-X) NOT = WS-TARGET-FILE
                   MOVE WS-EDG-FROM (WS-EDG-X) TO WS-LOOK-PGM
                   PERFORM TEST-PROGRAM
                   IF WS-TEST-CORE = "W" OR WS-TEST-CORE = "B"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "FILES ITS READERS WRITE (DOWNSTREAM)"
               TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "W"
                       AND WS-EDG-TO (WS-EDG-X) NOT = WS-TARGET-FILE
                   MOVE WS-EDG-FROM (WS-EDG-X) TO WS-LOOK-PGM
                   PERFORM TEST-PROGRAM
                   IF WS-TEST-CORE = "R"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

       WRITE-PROGRAM-SECTIONS.

           MOVE "LINKED TO FROM (UPSTREAM)" TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "L"
                   PERFORM TEST-EDGE-ENDS
                   IF WS-FROM-UP = "Y"
                           AND (WS-TO-CORE = "T" OR WS-TO-UP = "Y")
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "RUN BY STREAMS (UPSTREAM)" TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "S"
                   MOVE WS-EDG-TO (WS-EDG-X) TO WS-LOOK-PGM
                   PERFORM TEST-PROGRAM
                   IF WS-TEST-CORE = "T" OR WS-TEST-UP = "Y"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "LINKS TO (DOWNSTREAM)" TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "L"
                   PERFORM TEST-EDGE-ENDS
                   IF WS-FROM-CORE = "T" OR WS-FROM-DOWN = "Y"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "FILES READ BY IT OR ITS CALLEES (UPSTREAM)"
               TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "R"
                   PERFORM TEST-EDGE-ENDS
                   IF WS-FROM-CORE = "T" OR WS-FROM-DOWN = "Y"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "FILES WRITTEN BY IT OR ITS CALLEES (DOWNSTREAM)"
               TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "W"
                   PERFORM TEST-EDGE-ENDS
                   IF WS-FROM-CORE = "T" OR WS-FROM-DOWN = "Y"
                       PERFORM PUT-EDGE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "OTHER PROGRAMS WRITING WHAT IT READS (UPSTREAM)"
               TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "W"
                   PERFORM TEST-EDGE-ENDS
                   IF WS-FROM-CORE NOT = "T"
                           AND WS-FROM-DOWN NOT = "Y"
                       MOVE "R" TO WS-NEW-TYPE
                       PERFORM TEST-FILE-USED-BY-SET
                       IF WS-EDGE-SELECTED
                           PERFORM PUT-EDGE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

           MOVE "OTHER PROGRAMS READING WHAT IT WRITES (DOWNSTREAM)"
               TO WS-REPORT-LINE.
           PERFORM PUT-HEADING.
           PERFORM VARYING WS-EDG-X FROM 1 BY 1
                   UNTIL WS-EDG-X > WS-EDGE-COUNT
               IF WS-EDG-TYPE (WS-EDG-X) = "R"
                   PERFORM TEST-EDGE-ENDS
                   IF WS-FROM-CORE NOT = "T"
                           AND WS-FROM-DOWN NOT = "Y"
                       MOVE "W" TO WS-NEW-TYPE
                       PERFORM TEST-FILE-USED-BY-SET
                       IF WS-EDGE-SELECTED
                           PERFORM PUT-EDGE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PUT-NONE-IF-EMPTY.

      *    Is edge WS-EDG-X's file also read/written (WS-NEW-TYPE) by
      *    the target program or one of its callees?
       TEST-FILE-USED-BY-SET.

           MOVE "N" TO WS-SELECT-SWITCH.
           PERFORM VARYING WS-EDG-Y FROM 1 BY 1
                   UNTIL WS-EDG-Y > WS-EDGE-COUNT
                      OR WS-EDGE-SELECTED
               IF WS-EDG-TYPE (WS-EDG-Y) = WS-NEW-TYPE
                       AND WS-EDG-TO (WS-EDG-Y) = WS-EDG-TO (WS-EDG-X)
                   MOVE WS-EDG-FROM (WS-EDG-Y) TO WS-LOOK-PGM
                   PERFORM TEST-PROGRAM
                   IF WS-TEST-CORE = "T" OR WS-TEST-DOWN = "Y"
                       MOVE "Y" TO WS-SELECT-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *    The set flags of both ends of edge WS-EDG-X (only a LINK's
      *    TO end is a program).
       TEST-EDGE-ENDS.

           MOVE WS-EDG-FROM (WS-EDG-X) TO WS-LOOK-PGM.
           PERFORM TEST-PROGRAM.
           MOVE WS-TEST-CORE TO WS-FROM-CORE.
           MOVE WS-TEST-UP TO WS-FROM-UP.
           MOVE WS-TEST-DOWN TO WS-FROM-DOWN.
           MOVE SPACES TO WS-TO-CORE WS-TO-UP WS-TO-DOWN.
           IF WS-EDG-TYPE (WS-EDG-X) = "L"
               MOVE WS-EDG-TO (WS-EDG-X) TO WS-LOOK-PGM
               PERFORM TEST-PROGRAM
               MOVE WS-TEST-CORE TO WS-TO-CORE
               MOVE WS-TEST-UP TO WS-TO-UP
               MOVE WS-TEST-DOWN TO WS-TO-DOWN
           END-IF.

       PUT-HEADING.

           MOVE WS-REPORT-LINE TO WS-HEADING-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE ZERO TO WS-SECTION-LINES.

       PUT-NONE-IF-EMPTY.

           IF WS-SECTION-LINES = ZERO
               MOVE "    (NONE RECORDED)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

      *    One relationship, laid out by its type.
       PUT-EDGE-LINE.

           MOVE SPACES TO WS-SEEN-TEXT.
           IF WS-EDG-LAST (WS-EDG-X) = ZERO
               MOVE "NEVER SEEN RUN" TO WS-SEEN-TEXT
           ELSE
               STRING "LAST SEEN " WS-EDG-LAST (WS-EDG-X)
                      DELIMITED BY SIZE INTO WS-SEEN-TEXT
               END-STRING
           END-IF.
           MOVE WS-EDG-COUNT (WS-EDG-X) TO WS-COUNT-DISP.

           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE WS-EDG-TYPE (WS-EDG-X)
               WHEN "R"
               WHEN "W"
                   STRING "    " WS-EDG-FROM (WS-EDG-X)
                          "  " WS-EDG-TO (WS-EDG-X) (1:6)
                          " " WS-EDG-TO (WS-EDG-X) (7:8)
                          " " WS-EDG-TO (WS-EDG-X) (15:8)
                          "  " WS-SEEN-TEXT
                          " OPENS " WS-COUNT-DISP
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN "L"
                   STRING "    " WS-EDG-FROM (WS-EDG-X)
                          "  LINKS TO  " WS-EDG-TO (WS-EDG-X) (1:8)
                          "  " WS-SEEN-TEXT
                          " CALLS " WS-COUNT-DISP
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN "S"
                   STRING "    @" WS-EDG-FROM (WS-EDG-X)
                          " RUNS  " WS-EDG-TO (WS-EDG-X) (1:8)
                          "  " WS-SEEN-TEXT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   IF WS-EDG-VIA (WS-EDG-X) NOT = SPACES
                       STRING "  VIA MEMBER " WS-EDG-VIA (WS-EDG-X)
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE (55:)
                       END-STRING
                   END-IF
                   IF WS-EDG-DECL (WS-EDG-X) NOT = "Y"
                       MOVE "  NOT DECLARED IN THE FILE"
                           TO WS-REPORT-LINE (77:)
                   END-IF
           END-EVALUATE.
           PERFORM PUT-LINE.
           ADD 1 TO WS-SECTION-LINES.

       PUT-LINE.

           WRITE WIMPACT-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
