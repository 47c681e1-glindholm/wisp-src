      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WFILECMP.
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
      *    WFILECMP says exactly what happened to a data file between
      *    two versions of it -- which records were added, which were
      *    deleted, and which changed, field by field.
      *
      *        WFILECMP vol lib file [BACKUP [date]] [LIMIT n]
      *        WFILECMP vol lib file old-path [new-path] [LIMIT n]
      *
      *    The first form (the default) compares the newest WBACKUP
      *    copy of the triple taken on or before the date (today when
      *    none is given), found through the WBAKCAT.DAT catalog the
      *    way WRESTOR finds it, with the live file.  The second form
      *    compares any two paths; with no new-path the live file is
      *    the second.  The live path resolves through WISPVOLLIB.DAT
      *    the way W@OPENFILE resolves it.  Either file is read
      *    INDEXED when it opens that way, sequentially otherwise.
      *
      *    Records are matched on their leading key -- the KEYLEN of
      *    the triple's WISPCFG JOURNAL1-9 registration, 20 when it
      *    has none, the same key WJRNL and WJRNBACK use.  When the
      *    layout dictionary (WLAYOUT.DAT) describes the triple, a
      *    changed record lists each differing field with its old
      *    and new value; otherwise the first differing byte is
      *    given.  The report is WFILECMP.RPT.
      *
      *    LIMIT makes the compare a stream gate: when the number of
      *    added, deleted and changed records together exceeds n,
      *    RETURN-CODE is set to 8.  RETURN-CODE is also 8 when the
      *    compare cannot be made.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WBAKCAT-FILE ASSIGN TO "WBAKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT WS-OLD-INDEXED-FILE ASSIGN TO WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WFO-KEY
               FILE STATUS IS WS-OLD-INDEXED-STATUS.
           SELECT WS-OLD-SEQ-FILE ASSIGN TO WS-OLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SEQ-STATUS.
           SELECT WS-NEW-INDEXED-FILE ASSIGN TO WS-NEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WFN-KEY
               FILE STATUS IS WS-NEW-INDEXED-STATUS.
           SELECT WS-NEW-SEQ-FILE ASSIGN TO WS-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SEQ-STATUS.
           SELECT WFILECMP-REPORT-FILE ASSIGN TO "WFILECMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WBAKCAT-FILE.
       01  WBAKCAT-RECORD.
           05  BC-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  BC-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X.
           05  BC-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  BC-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  BC-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  BC-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  BC-REC-SRC             PIC X(80).
           05  FILLER                 PIC X.
           05  BC-REC-DEST            PIC X(100).

       FD  WS-OLD-INDEXED-FILE.
       01  WFO-RECORD.
           05  WFO-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-OLD-SEQ-FILE.
       01  WS-OLD-SEQ-RECORD          PIC X(2048).

       FD  WS-NEW-INDEXED-FILE.
       01  WFN-RECORD.
           05  WFN-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-NEW-SEQ-FILE.
       01  WS-NEW-SEQ-RECORD          PIC X(2048).

       FD  WFILECMP-REPORT-FILE.
       01  WFILECMP-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(250).
       01  WS-ARG-VOL                 PIC X(6).
       01  WS-ARG-LIB                 PIC X(8).
       01  WS-ARG-FILE                PIC X(8).
       01  WS-ARGS.
           05  WS-ARG                 PIC X(100) OCCURS 4.
       01  WS-ARG-X                   PIC 9(4)  COMP-5.
       01  WS-RUN-ID                  PIC X(20).

       01  WS-CATALOG-FILE-STATUS     PIC XX.
       01  WS-OLD-INDEXED-STATUS      PIC XX.
       01  WS-OLD-SEQ-STATUS          PIC XX.
       01  WS-NEW-INDEXED-STATUS      PIC XX.
       01  WS-NEW-SEQ-STATUS          PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-CATALOG-EOF-SWITCH      PIC X     VALUE "N".
           88  WS-CATALOG-EOF                   VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X.
           88  WS-DATA-EOF                      VALUE "Y".

      *    The two versions -- the older first.
       01  WS-OLD-PATH                PIC X(100) VALUE SPACES.
       01  WS-NEW-PATH                PIC X(100) VALUE SPACES.
       01  WS-LIVE-PATH               PIC X(80)  VALUE SPACES.
       01  WS-BACKUP-SWITCH           PIC X     VALUE "Y".
           88  WS-OLD-IS-BACKUP                 VALUE "Y".
       01  WS-WANT-DATE               PIC 9(8).
       01  WS-BEST-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-BEST-TIME               PIC 9(8)  VALUE ZERO.
       01  WS-OLD-READ-MODE           PIC X(10).
       01  WS-NEW-READ-MODE           PIC X(10).

      *    The difference threshold.
       01  WS-LIMIT-SWITCH            PIC X     VALUE "N".
           88  WS-LIMIT-GIVEN                   VALUE "Y".
       01  WS-LIMIT                   PIC 9(9)  VALUE ZERO.
       01  WS-NUM-TEXT                PIC X(9).
       01  WS-DIGITS                  PIC 9(4)  COMP-5.

      *    The leading key -- from the journal registration.
       01  WS-KEYLEN                  PIC 9(4)  COMP-5 VALUE 20.
       01  WS-RULE-NUM                PIC 9(2).
       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-RULE-VOL                PIC X(6).
       01  WS-RULE-LIB                PIC X(8).
       01  WS-RULE-FILE               PIC X(8).
       01  WS-RULE-KEYLEN             PIC X(3).
       01  WS-RULE-SWITCH             PIC X.
           88  WS-RULE-FOUND                    VALUE "Y".

      *    The older version, held whole; each entry is marked when
      *    the newer version has a record with its key.
       01  WS-OLD-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-OLD-MAX                 PIC 9(4)  VALUE 2000.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-OLD-X.
               10  WS-OLD-MATCHED     PIC X.
               10  WS-OLD-RECORD      PIC X(2048).
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.

       COPY "wlayout.cpy".
       01  WS-LAYOUT-SWITCH           PIC X     VALUE "N".
           88  WS-HAVE-LAYOUT                   VALUE "Y".
       01  WS-NEW-AREA                PIC X(2048).
       01  WS-OLD-AREA                PIC X(2048).
       01  WS-FIELD-NUM               PIC 9(4)  COMP.
       01  WS-LAY-X                   PIC 9(4)  COMP-5.
       01  WS-POS                     PIC 9(4)  COMP-5.
       01  WS-LEN                     PIC 9(4)  COMP-5.
       01  WS-BYTE-X                  PIC 9(4)  COMP-5.
       01  WS-FIELDS-LISTED           PIC 9(4)  COMP-5.
       01  WS-OLD-TEXT                PIC X(40).
       01  WS-KEY-TEXT                PIC X(32).

       01  WS-OLD-READ-COUNT          PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-NEW-READ-COUNT          PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-ADDED-COUNT             PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-DELETED-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-CHANGED-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-DIFF-COUNT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-POS-DISP                PIC ZZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WFILECMP.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-VOL WS-ARG-LIB WS-ARG-FILE WS-ARGS.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-VOL, WS-ARG-LIB, WS-ARG-FILE,
                    WS-ARG (1), WS-ARG (2), WS-ARG (3), WS-ARG (4)
           END-UNSTRING.
           IF WS-ARG-FILE = SPACES
               DISPLAY "WFILECMP: USAGE IS  WFILECMP VOL LIB FILE "
                       "[BACKUP [DATE] | OLD-PATH [NEW-PATH]] "
                       "[LIMIT N]"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           PERFORM SCAN-COMMAND-OPTIONS
               THRU SCAN-COMMAND-OPTIONS-EXIT.
           IF RETURN-CODE = 8
               GO TO STOP-RUN
           END-IF.

           CALL "WVOLRES" USING WS-ARG-VOL, WS-ARG-LIB, WS-ARG-FILE,
               WS-LIVE-PATH.
           IF WS-NEW-PATH = SPACES
               IF WS-LIVE-PATH = SPACES
                   DISPLAY "WFILECMP: NO WISPVOLLIB MAPPING FOR "
                           WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE "."
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-LIVE-PATH TO WS-NEW-PATH
           END-IF.

           IF WS-OLD-IS-BACKUP
               PERFORM FIND-BACKUP-COPY
                   THRU FIND-BACKUP-COPY-EXIT
               IF WS-OLD-PATH = SPACES
                   DISPLAY "WFILECMP: NO CATALOGED COPY OF "
                           WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE
                           " ON OR BEFORE " WS-WANT-DATE "."
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.

           PERFORM FIND-JOURNAL-RULE.
           MOVE WS-ARG-VOL TO LAY-VOL.
           MOVE WS-ARG-LIB TO LAY-LIB.
           MOVE WS-ARG-FILE TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           IF LAY-FIELD-COUNT > ZERO
               SET WS-HAVE-LAYOUT TO TRUE
           END-IF.

           PERFORM LOAD-OLD-VERSION
               THRU LOAD-OLD-VERSION-EXIT.
           IF RETURN-CODE = 8
               GO TO STOP-RUN
           END-IF.

           PERFORM START-COMPARE-REPORT.
           PERFORM COMPARE-NEW-VERSION
               THRU COMPARE-NEW-VERSION-EXIT.
           IF RETURN-CODE = 8
               CLOSE WFILECMP-REPORT-FILE
               GO TO STOP-RUN
           END-IF.
           PERFORM REPORT-DELETED-RECORDS.
           PERFORM FINISH-COMPARE.

           GO TO STOP-RUN.

      ******************************************************************
      * BACKUP [DATE], OR OLD-PATH [NEW-PATH], AND LIMIT N.
      ******************************************************************

       SCAN-COMMAND-OPTIONS.

           ACCEPT WS-WANT-DATE FROM DATE YYYYMMDD.
           PERFORM VARYING WS-ARG-X FROM 1 BY 1
                   UNTIL WS-ARG-X > 4
               IF WS-ARG (WS-ARG-X) = "LIMIT"
                   MOVE SPACES TO WS-ARG (WS-ARG-X)
                   IF WS-ARG-X < 4
                       MOVE WS-ARG (WS-ARG-X + 1) TO WS-NUM-TEXT
                       MOVE SPACES TO WS-ARG (WS-ARG-X + 1)
                   ELSE
                       MOVE SPACES TO WS-NUM-TEXT
                   END-IF
                   MOVE ZERO TO WS-DIGITS
                   INSPECT WS-NUM-TEXT TALLYING WS-DIGITS
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-DIGITS = ZERO
                       MOVE "X" TO WS-NUM-TEXT
                       MOVE 1 TO WS-DIGITS
                   END-IF
                   IF WS-NUM-TEXT (1:WS-DIGITS) IS NOT NUMERIC
                       DISPLAY "WFILECMP: LIMIT MUST BE A NUMBER."
                       MOVE 8 TO RETURN-CODE
                       GO TO SCAN-COMMAND-OPTIONS-EXIT
                   END-IF
                   MOVE WS-NUM-TEXT (1:WS-DIGITS) TO WS-LIMIT
                   SET WS-LIMIT-GIVEN TO TRUE
               END-IF
           END-PERFORM.

           IF WS-ARG (1) = SPACES OR WS-ARG (1) = "BACKUP"
               IF WS-ARG (2) (1:8) IS NUMERIC
                       AND WS-ARG (2) (9:) = SPACES
                   MOVE WS-ARG (2) (1:8) TO WS-WANT-DATE
               END-IF
               GO TO SCAN-COMMAND-OPTIONS-EXIT
           END-IF.

           MOVE "N" TO WS-BACKUP-SWITCH.
           MOVE WS-ARG (1) TO WS-OLD-PATH.
           MOVE WS-ARG (2) TO WS-NEW-PATH.
           IF WS-ARG (3) NOT = SPACES OR WS-ARG (4) NOT = SPACES
               DISPLAY "WFILECMP: UNEXPECTED ARGUMENT "
                       WS-ARG (3) (1:40)
               MOVE 8 TO RETURN-CODE
           END-IF.

       SCAN-COMMAND-OPTIONS-EXIT.
           EXIT.

      ******************************************************************
      * THE NEWEST CATALOGED COPY ON OR BEFORE THE WANTED DATE.
      ******************************************************************

       FIND-BACKUP-COPY.

           OPEN INPUT WBAKCAT-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               GO TO FIND-BACKUP-COPY-EXIT
           END-IF.
           PERFORM UNTIL WS-CATALOG-EOF
               READ WBAKCAT-FILE
                   AT END
                       SET WS-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF BC-REC-VOL = WS-ARG-VOL
                               AND BC-REC-LIB = WS-ARG-LIB
                               AND BC-REC-FILE = WS-ARG-FILE
                               AND BC-REC-DATE IS NUMERIC
                               AND BC-REC-DATE NOT > WS-WANT-DATE
                           IF BC-REC-DATE > WS-BEST-DATE
                                   OR (BC-REC-DATE = WS-BEST-DATE
                                       AND BC-REC-TIME
                                           NOT < WS-BEST-TIME)
                               MOVE BC-REC-DATE TO WS-BEST-DATE
                               MOVE BC-REC-TIME TO WS-BEST-TIME
                               MOVE BC-REC-DEST TO WS-OLD-PATH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WBAKCAT-FILE.

       FIND-BACKUP-COPY-EXIT.
           EXIT.

      *    THE JOURNAL1-9 RULE FOR THE TRIPLE, MATCHED AND READ THE
      *    WAY WJRNL READS IT -- THE FIRST RULE WINS, "*" MATCHES ANY
      *    FIELD, AND THE KEYLEN IS THE ONE THE JOURNAL CARRIES.
       FIND-JOURNAL-RULE.

           MOVE "N" TO WS-RULE-SWITCH.
           PERFORM VARYING WS-RULE-NUM FROM 1 BY 1
                   UNTIL WS-RULE-NUM > 9
                      OR WS-RULE-FOUND
               MOVE SPACES TO WS-CFG-KEY
               STRING "JOURNAL"            DELIMITED BY SIZE
                      WS-RULE-NUM (2:1)    DELIMITED BY SIZE
                      INTO WS-CFG-KEY
               END-STRING
               CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-CFG-VALUE
               END-CALL
               MOVE SPACES TO WS-RULE-VOL WS-RULE-LIB WS-RULE-FILE
                              WS-RULE-KEYLEN
               UNSTRING WS-CFG-VALUE DELIMITED BY ALL " "
                   INTO WS-RULE-VOL, WS-RULE-LIB, WS-RULE-FILE,
                        WS-RULE-KEYLEN
               END-UNSTRING
               IF WS-CFG-VALUE NOT = SPACES
                       AND (WS-RULE-VOL = "*" OR WS-ARG-VOL)
                       AND (WS-RULE-LIB = "*" OR WS-ARG-LIB)
                       AND (WS-RULE-FILE = "*" OR WS-ARG-FILE)
                   SET WS-RULE-FOUND TO TRUE
                   IF WS-RULE-KEYLEN IS NUMERIC
                           AND WS-RULE-KEYLEN NOT = ZERO
                       MOVE WS-RULE-KEYLEN TO WS-KEYLEN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-KEYLEN > 512
               MOVE 20 TO WS-KEYLEN
           END-IF.

      ******************************************************************
      * THE OLDER VERSION INTO STORAGE.
      ******************************************************************

       LOAD-OLD-VERSION.

           MOVE "N" TO WS-DATA-EOF-SWITCH.
           OPEN INPUT WS-OLD-INDEXED-FILE.
           IF WS-OLD-INDEXED-STATUS = "00"
               MOVE "INDEXED" TO WS-OLD-READ-MODE
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-OLD-INDEXED-FILE NEXT
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WFO-RECORD TO WS-OLD-AREA
                           PERFORM HOLD-OLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE WS-OLD-INDEXED-FILE
               GO TO LOAD-OLD-VERSION-EXIT
           END-IF.

           OPEN INPUT WS-OLD-SEQ-FILE.
           IF WS-OLD-SEQ-STATUS NOT = "00"
               DISPLAY "WFILECMP: CANNOT OPEN " WS-OLD-PATH (1:60)
                       " STATUS " WS-OLD-SEQ-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-OLD-VERSION-EXIT
           END-IF.
           MOVE "SEQUENTIAL" TO WS-OLD-READ-MODE.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-OLD-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-OLD-SEQ-RECORD TO WS-OLD-AREA
                       PERFORM HOLD-OLD-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-OLD-SEQ-FILE.

       LOAD-OLD-VERSION-EXIT.
           EXIT.

       HOLD-OLD-RECORD.

           ADD 1 TO WS-OLD-READ-COUNT.
           IF WS-OLD-COUNT < WS-OLD-MAX
               ADD 1 TO WS-OLD-COUNT
               SET WS-OLD-X TO WS-OLD-COUNT
               MOVE "N" TO WS-OLD-MATCHED (WS-OLD-X)
               MOVE WS-OLD-AREA TO WS-OLD-RECORD (WS-OLD-X)
           ELSE
               DISPLAY "WFILECMP: FILE EXCEEDS " WS-OLD-MAX
                       " RECORDS -- COMPARE REFUSED."
               MOVE 8 TO RETURN-CODE
               SET WS-DATA-EOF TO TRUE
           END-IF.

      ******************************************************************
      * THE REPORT HEADING.
      ******************************************************************

       START-COMPARE-REPORT.

           OPEN OUTPUT WFILECMP-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WFILECMP - COMPARE OF " WS-ARG-VOL " " WS-ARG-LIB
                  " " WS-ARG-FILE "  RUN=" WS-RUN-ID
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-OLD-IS-BACKUP
               STRING "  OLD: BACKUP OF " WS-BEST-DATE " "
                      WS-OLD-PATH
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  OLD: " WS-OLD-PATH
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  NEW: " WS-NEW-PATH
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-KEYLEN TO WS-POS-DISP.
           STRING "  RECORDS MATCHED ON THE LEADING " WS-POS-DISP
                  " BYTES"
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           IF NOT WS-HAVE-LAYOUT
               MOVE "(NO LAYOUT DICTIONARY ENTRY)"
                   TO WS-REPORT-LINE (60:40)
           END-IF.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "ACTION   KEY / FIELD" TO WS-REPORT-LINE (1:40).
           MOVE "OLD" TO WS-REPORT-LINE (43:40).
           MOVE "NEW" TO WS-REPORT-LINE (85:40).
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.

      ******************************************************************
      * EVERY RECORD OF THE NEWER VERSION AGAINST THE OLDER.
      ******************************************************************

       COMPARE-NEW-VERSION.

           MOVE "N" TO WS-DATA-EOF-SWITCH.
           OPEN INPUT WS-NEW-INDEXED-FILE.
           IF WS-NEW-INDEXED-STATUS = "00"
               MOVE "INDEXED" TO WS-NEW-READ-MODE
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-NEW-INDEXED-FILE NEXT
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WFN-RECORD TO WS-NEW-AREA
                           PERFORM COMPARE-ONE-RECORD
                               THRU COMPARE-ONE-RECORD-EXIT
                   END-READ
               END-PERFORM
               CLOSE WS-NEW-INDEXED-FILE
               GO TO COMPARE-NEW-VERSION-EXIT
           END-IF.

           OPEN INPUT WS-NEW-SEQ-FILE.
           IF WS-NEW-SEQ-STATUS NOT = "00"
               DISPLAY "WFILECMP: CANNOT OPEN " WS-NEW-PATH (1:60)
                       " STATUS " WS-NEW-SEQ-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO COMPARE-NEW-VERSION-EXIT
           END-IF.
           MOVE "SEQUENTIAL" TO WS-NEW-READ-MODE.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-NEW-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-NEW-SEQ-RECORD TO WS-NEW-AREA
                       PERFORM COMPARE-ONE-RECORD
                           THRU COMPARE-ONE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE WS-NEW-SEQ-FILE.

       COMPARE-NEW-VERSION-EXIT.
           EXIT.

       COMPARE-ONE-RECORD.

           ADD 1 TO WS-NEW-READ-COUNT.
           MOVE WS-NEW-AREA (1:32) TO WS-KEY-TEXT.
           IF WS-KEYLEN < 32
               MOVE SPACES TO WS-KEY-TEXT (WS-KEYLEN + 1:)
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-OLD-X FROM 1 BY 1
                   UNTIL WS-OLD-X > WS-OLD-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-OLD-MATCHED (WS-OLD-X) = "N"
                       AND WS-OLD-RECORD (WS-OLD-X) (1:WS-KEYLEN)
                           = WS-NEW-AREA (1:WS-KEYLEN)
                   SET WS-MATCH-NUM TO WS-OLD-X
               END-IF
           END-PERFORM.

           IF WS-MATCH-NUM = ZERO
               ADD 1 TO WS-ADDED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ADDED    " WS-KEY-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO COMPARE-ONE-RECORD-EXIT
           END-IF.

           SET WS-OLD-X TO WS-MATCH-NUM.
           MOVE "Y" TO WS-OLD-MATCHED (WS-OLD-X).
           MOVE WS-OLD-RECORD (WS-OLD-X) TO WS-OLD-AREA.
           IF WS-OLD-AREA = WS-NEW-AREA
               GO TO COMPARE-ONE-RECORD-EXIT
           END-IF.

           ADD 1 TO WS-CHANGED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGED  " WS-KEY-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE ZERO TO WS-FIELDS-LISTED.
           IF WS-HAVE-LAYOUT
               PERFORM VARYING WS-LAY-X FROM 1 BY 1
                       UNTIL WS-LAY-X > LAY-FIELD-COUNT
                   MOVE LAY-FLD-OFFSET (WS-LAY-X) TO WS-POS
                   MOVE LAY-FLD-LENGTH (WS-LAY-X) TO WS-LEN
                   IF WS-OLD-AREA (WS-POS:WS-LEN)
                           NOT = WS-NEW-AREA (WS-POS:WS-LEN)
                       PERFORM LIST-ONE-FIELD
                   END-IF
               END-PERFORM
           END-IF.

      *    No layout, or the difference lies in bytes no dictionary
      *    field covers.
           IF WS-FIELDS-LISTED = ZERO
               MOVE ZERO TO WS-POS
               PERFORM VARYING WS-BYTE-X FROM 1 BY 1
                       UNTIL WS-BYTE-X > 2048
                          OR WS-POS > ZERO
                   IF WS-OLD-AREA (WS-BYTE-X:1)
                           NOT = WS-NEW-AREA (WS-BYTE-X:1)
                       MOVE WS-BYTE-X TO WS-POS
                   END-IF
               END-PERFORM
               MOVE WS-POS TO WS-POS-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "           FIRST DIFFERENCE AT BYTE "
                      WS-POS-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COMPARE-ONE-RECORD-EXIT.
           EXIT.

       LIST-ONE-FIELD.

           ADD 1 TO WS-FIELDS-LISTED.
           MOVE WS-LAY-X TO WS-FIELD-NUM.
           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
               WS-OLD-AREA, WISP-FIELD-VALUE.
           MOVE FV-TEXT TO WS-OLD-TEXT.
           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
               WS-NEW-AREA, WISP-FIELD-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE LAY-FLD-NAME (WS-LAY-X) TO WS-REPORT-LINE (12:16).
           MOVE WS-OLD-TEXT TO WS-REPORT-LINE (43:40).
           MOVE FV-TEXT TO WS-REPORT-LINE (85:40).
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.

      *    OLD RECORDS NO NEW RECORD CLAIMED.
       REPORT-DELETED-RECORDS.

           PERFORM VARYING WS-OLD-X FROM 1 BY 1
                   UNTIL WS-OLD-X > WS-OLD-COUNT
               IF WS-OLD-MATCHED (WS-OLD-X) = "N"
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE WS-OLD-RECORD (WS-OLD-X) (1:32) TO WS-KEY-TEXT
                   IF WS-KEYLEN < 32
                       MOVE SPACES TO WS-KEY-TEXT (WS-KEYLEN + 1:)
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "DELETED  " WS-KEY-TEXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * TOTALS AND THE GATE.
      ******************************************************************

       FINISH-COMPARE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-OLD-READ-COUNT TO WS-COUNT-DISP.
           STRING "OLD RECORDS      " WS-COUNT-DISP
                  "  (" WS-OLD-READ-MODE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-NEW-READ-COUNT TO WS-COUNT-DISP.
           STRING "NEW RECORDS      " WS-COUNT-DISP
                  "  (" WS-NEW-READ-MODE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISP.
           STRING "RECORDS ADDED    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DELETED-COUNT TO WS-COUNT-DISP.
           STRING "RECORDS DELETED  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP.
           STRING "RECORDS CHANGED  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE.

           COMPUTE WS-DIFF-COUNT = WS-ADDED-COUNT + WS-DELETED-COUNT
                                 + WS-CHANGED-COUNT.
           IF WS-LIMIT-GIVEN AND WS-DIFF-COUNT > WS-LIMIT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-LIMIT TO WS-COUNT-DISP
               STRING "** DIFFERENCES EXCEED THE LIMIT OF "
                      WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WFILECMP-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE WFILECMP-REPORT-FILE.

           MOVE WS-DIFF-COUNT TO WS-COUNT-DISP.
           DISPLAY "WFILECMP: " WS-COUNT-DISP " DIFFERENCE(S) IN "
                   WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE
                   " -- SEE WFILECMP.RPT".
           IF RETURN-CODE = 8
               DISPLAY "WFILECMP: DIFFERENCES EXCEED THE LIMIT."
           END-IF.

       STOP-RUN.

           STOP RUN.
