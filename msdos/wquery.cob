      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WQUERY.
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
      *    WQUERY answers "which records of this file ..." without a
      *    one-off program.  A query is saved under a name in
      *    WQUERY.DAT and run --
      *
      *        WQUERY query-name [PRINT | EXPORT]
      *
      *    -- interactively or as a WISPRUN step.  WQUERY.DAT holds
      *    one clause per line, fixed columns:
      *
      *        QUERY(12) sp VERB(6) sp TEXT(100)
      *
      *        FILE    vol lib file       the file to read (required)
      *        WHERE   field op value     first selection clause
      *        AND     field op value     further clauses; AND binds
      *        OR      field op value     tighter than OR
      *        SHOW    field field ...    the fields to output, in
      *                                   order, up to 15 (default:
      *                                   the first 15 in the layout)
      *        OUTPUT  PRINT              the default
      *        OUTPUT  EXPORT [name]      delimited file, default
      *                                   <query>.CSV
      *
      *    The operators are EQ NE GT GE LT LE, RANGE (two values)
      *    and CONTAINS; see the WLAYSEL service.  Field names are
      *    the layout dictionary's (WLAYOUT.DAT), and the triple is
      *    resolved through WISPVOLLIB.DAT the way W@OPENFILE
      *    resolves it, overlays included.  The file is read INDEXED
      *    when it opens that way, sequentially otherwise.
      *
      *    PRINT output goes through WMFNPRINT at full 132-column
      *    width; EXPORT rows go through WDLMOUT behind a header row.
      *    Either way the run ID from WISPRUNID is stamped on the
      *    output -- on the report heading, and as the first column
      *    of every exported row -- so an extract can always be
      *    traced to the stream run that produced it.  A query that
      *    cannot be run (unknown query, unmapped or undescribed
      *    file, a clause that does not parse) sets RETURN-CODE 8.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WQUERY-FILE ASSIGN TO "WQUERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WQUERY-FILE.
       01  WQUERY-RECORD.
           05  WQ-REC-NAME            PIC X(12).
           05  FILLER                 PIC X.
           05  WQ-REC-VERB            PIC X(6).
           05  FILLER                 PIC X.
           05  WQ-REC-TEXT            PIC X(100).

       FD  WS-INDEXED-FILE.
       01  WQX-RECORD.
           05  WQX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(2048).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-QUERY-NAME              PIC X(12).
       01  WS-ARG-OUTPUT              PIC X(12).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-QUERY-FILE-STATUS       PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-QUERY-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-QUERY-EOF                     VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-DATA-PATH               PIC X(80).
       01  WS-READ-MODE               PIC X(10).

      *    The saved query's clauses, in file order.
       01  WS-CLAUSE-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CLAUSE-MAX              PIC 9(4)  VALUE 60.
       01  WS-CLAUSE-TABLE.
           05  WS-CLS-ENTRY  OCCURS 60 TIMES
                             INDEXED BY WS-CLS-X.
               10  WS-CLS-VERB        PIC X(6).
               10  WS-CLS-TEXT        PIC X(100).

       01  WS-FILE-VOL                PIC X(6)  VALUE SPACES.
       01  WS-FILE-LIB                PIC X(8)  VALUE SPACES.
       01  WS-FILE-FILE               PIC X(8)  VALUE SPACES.
       01  WS-ERROR-SWITCH            PIC X     VALUE "N".
           88  WS-QUERY-IN-ERROR                VALUE "Y".
       01  WS-CONNECTOR               PIC X(3).
       01  WS-CLAUSE-TEXT             PIC X(100).
       01  WS-PARSE-RETURN            PIC 9.

      *    The record layout and the parsed selection.
       COPY "wlayout.cpy".
       COPY "wselect.cpy".
       01  WS-RECORD-AREA             PIC X(2048).
       01  WS-FIELD-NUM               PIC 9(4)  COMP.

      *    The output columns -- dictionary field number, report
      *    position, and width.
       01  WS-SHOW-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SHOW-MAX                PIC 9(4)  VALUE 15.
       01  WS-SHOW-TABLE.
           05  WS-SHW-ENTRY  OCCURS 15 TIMES
                             INDEXED BY WS-SHW-X.
               10  WS-SHW-FIELD       PIC 9(4)  COMP.
               10  WS-SHW-POS         PIC 9(4)  COMP.
               10  WS-SHW-WIDTH       PIC 9(4)  COMP.
       01  WS-SHOW-NAMES.
           05  WS-SHOW-NAME           PIC X(16) OCCURS 8.
       01  WS-NAME-X                  PIC 9(4)  COMP-5.
       01  WS-LAY-X                   PIC 9(4)  COMP-5.
       01  WS-NEXT-POS                PIC 9(4)  COMP-5.
       01  WS-WIDTH                   PIC 9(4)  COMP-5.

      *    Output -- PRINT through WMFNPRINT, EXPORT through WDLMOUT.
       01  WS-OUTPUT-MODE             PIC X(6)  VALUE "PRINT".
           88  WS-OUTPUT-EXPORT                 VALUE "EXPORT".
       01  WS-OUTPUT-WORD             PIC X(12).
       01  WS-PRT-APP-NAME            PIC X(8)  VALUE "WQUERY".
       01  WS-PRT-LINES               PIC X(1185) VALUE SPACES.
       01  WS-PRT-LINE-CNT            PIC 9(4)  COMP-5.
       01  WS-PRT-LINES-2             PIC X(1185) VALUE SPACES.
       01  WS-PRT-WIDE-DATA           PIC X(1980) VALUE SPACES.
       01  FILLER REDEFINES WS-PRT-WIDE-DATA.
           05  WS-PRT-WIDE            PIC X(132) OCCURS 15.
       01  WS-PRT-USED                PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CSV-NAME                PIC X(12) VALUE SPACES.
       01  WS-CSV-COUNT               PIC 9(4) COMP.
       01  WS-CSV-FIELDS.
           05  WS-CSV-FIELD           PIC X(40) OCCURS 16.

       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-READ-COUNT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SELECT-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-SELECT-DISP             PIC ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WQUERY.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-QUERY-NAME WS-ARG-OUTPUT.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-QUERY-NAME, WS-ARG-OUTPUT
           END-UNSTRING.
           IF WS-QUERY-NAME = SPACES
               DISPLAY "WQUERY: USAGE IS  WQUERY QUERY-NAME "
                       "[PRINT | EXPORT]"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           PERFORM LOAD-QUERY-CLAUSES
               THRU LOAD-QUERY-CLAUSES-EXIT.
           IF WS-CLAUSE-COUNT = ZERO
               DISPLAY "WQUERY: NO QUERY " WS-QUERY-NAME
                       " IN WQUERY.DAT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM BUILD-QUERY
               THRU BUILD-QUERY-EXIT.
           IF WS-QUERY-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           IF WS-ARG-OUTPUT = "PRINT" OR WS-ARG-OUTPUT = "EXPORT"
               MOVE WS-ARG-OUTPUT TO WS-OUTPUT-MODE
           END-IF.

           CALL "WVOLRES" USING WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-DATA-PATH.
           IF WS-DATA-PATH = SPACES
               DISPLAY "WQUERY: NO WISPVOLLIB MAPPING FOR "
                       WS-FILE-VOL " " WS-FILE-LIB " " WS-FILE-FILE "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM START-QUERY-OUTPUT.

           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               MOVE "INDEXED" TO WS-READ-MODE
               PERFORM READ-INDEXED-PASS
               CLOSE WS-INDEXED-FILE
           ELSE
               OPEN INPUT WS-SEQ-FILE
               IF WS-SEQ-STATUS NOT = "00"
                   DISPLAY "WQUERY: CANNOT OPEN " WS-DATA-PATH (1:50)
                           " STATUS " WS-SEQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE "SEQUENTIAL" TO WS-READ-MODE
               PERFORM READ-SEQUENTIAL-PASS
               CLOSE WS-SEQ-FILE
           END-IF.

           PERFORM FINISH-QUERY-OUTPUT
               THRU FINISH-QUERY-OUTPUT-EXIT.

           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           MOVE WS-SELECT-COUNT TO WS-SELECT-DISP.
           DISPLAY "WQUERY: " WS-QUERY-NAME " READ " WS-COUNT-DISP
                   " SELECTED " WS-SELECT-DISP.

           GO TO STOP-RUN.

      ******************************************************************
      * THE NAMED QUERY'S LINES FROM WQUERY.DAT.
      ******************************************************************

       LOAD-QUERY-CLAUSES.

           OPEN INPUT WQUERY-FILE.
           IF WS-QUERY-FILE-STATUS NOT = "00"
               GO TO LOAD-QUERY-CLAUSES-EXIT
           END-IF.
           PERFORM UNTIL WS-QUERY-EOF
               READ WQUERY-FILE
                   AT END
                       SET WS-QUERY-EOF TO TRUE
                   NOT AT END
                       IF WQ-REC-NAME (1:1) NOT = "*"
                               AND WQ-REC-NAME = WS-QUERY-NAME
                               AND WS-CLAUSE-COUNT < WS-CLAUSE-MAX
                           ADD 1 TO WS-CLAUSE-COUNT
                           SET WS-CLS-X TO WS-CLAUSE-COUNT
                           MOVE WQ-REC-VERB TO WS-CLS-VERB (WS-CLS-X)
                           MOVE WQ-REC-TEXT TO WS-CLS-TEXT (WS-CLS-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WQUERY-FILE.

       LOAD-QUERY-CLAUSES-EXIT.
           EXIT.

      ******************************************************************
      * THE FILE LINE FIRST (THE LAYOUT DEPENDS ON IT), THEN THE
      * SELECTION, OUTPUT COLUMNS, AND DESTINATION.
      ******************************************************************

       BUILD-QUERY.

           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
               IF WS-CLS-VERB (WS-CLS-X) = "FILE"
                   MOVE SPACES TO WS-FILE-VOL WS-FILE-LIB
                                  WS-FILE-FILE
                   UNSTRING WS-CLS-TEXT (WS-CLS-X)
                       DELIMITED BY ALL " "
                       INTO WS-FILE-VOL, WS-FILE-LIB, WS-FILE-FILE
                   END-UNSTRING
               END-IF
           END-PERFORM.
           IF WS-FILE-FILE = SPACES
               DISPLAY "WQUERY: QUERY " WS-QUERY-NAME
                       " HAS NO FILE LINE."
               SET WS-QUERY-IN-ERROR TO TRUE
               GO TO BUILD-QUERY-EXIT
           END-IF.

           MOVE WS-FILE-VOL TO LAY-VOL.
           MOVE WS-FILE-LIB TO LAY-LIB.
           MOVE WS-FILE-FILE TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           IF LAY-FIELD-COUNT = ZERO
               DISPLAY "WQUERY: NO LAYOUT DICTIONARY ENTRY FOR "
                       WS-FILE-VOL " " WS-FILE-LIB " " WS-FILE-FILE "."
               SET WS-QUERY-IN-ERROR TO TRUE
               GO TO BUILD-QUERY-EXIT
           END-IF.

           MOVE ZERO TO SEL-TERM-COUNT.
           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
               EVALUATE WS-CLS-VERB (WS-CLS-X)
                   WHEN "WHERE"
                   WHEN "AND"
                   WHEN "OR"
                       PERFORM ADD-SELECTION-CLAUSE
                   WHEN "SHOW"
                       PERFORM ADD-SHOW-FIELDS
                   WHEN "OUTPUT"
                       MOVE SPACES TO WS-OUTPUT-WORD WS-CSV-NAME
                       UNSTRING WS-CLS-TEXT (WS-CLS-X)
                           DELIMITED BY ALL " "
                           INTO WS-OUTPUT-WORD, WS-CSV-NAME
                       END-UNSTRING
                       IF WS-OUTPUT-WORD = "EXPORT"
                           MOVE "EXPORT" TO WS-OUTPUT-MODE
                       END-IF
                   WHEN "FILE"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WQUERY: UNKNOWN VERB "
                               WS-CLS-VERB (WS-CLS-X)
                               " IN QUERY " WS-QUERY-NAME
                       SET WS-QUERY-IN-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.

      *    No SHOW line: the layout's leading fields.
           IF WS-SHOW-COUNT = ZERO
               PERFORM VARYING WS-LAY-X FROM 1 BY 1
                       UNTIL WS-LAY-X > LAY-FIELD-COUNT
                          OR WS-SHOW-COUNT NOT < WS-SHOW-MAX
                   ADD 1 TO WS-SHOW-COUNT
                   MOVE WS-LAY-X TO WS-SHW-FIELD (WS-SHOW-COUNT)
               END-PERFORM
           END-IF.

           IF WS-CSV-NAME = SPACES
               STRING WS-QUERY-NAME DELIMITED BY SPACE
                      ".CSV"        DELIMITED BY SIZE
                      INTO WS-CSV-NAME
               END-STRING
           END-IF.

       BUILD-QUERY-EXIT.
           EXIT.

       ADD-SELECTION-CLAUSE.

           MOVE WS-CLS-VERB (WS-CLS-X) TO WS-CONNECTOR.
           MOVE WS-CLS-TEXT (WS-CLS-X) TO WS-CLAUSE-TEXT.
           CALL "WSELPARSE" USING WISP-RECORD-LAYOUT, WISP-SELECTION,
               WS-CONNECTOR, WS-CLAUSE-TEXT, WS-PARSE-RETURN.
           IF WS-PARSE-RETURN NOT = ZERO
               DISPLAY "WQUERY: " WS-QUERY-NAME " " SEL-MESSAGE
               SET WS-QUERY-IN-ERROR TO TRUE
           END-IF.

       ADD-SHOW-FIELDS.

           MOVE SPACES TO WS-SHOW-NAMES.
           UNSTRING WS-CLS-TEXT (WS-CLS-X) DELIMITED BY ALL " "
               INTO WS-SHOW-NAME (1), WS-SHOW-NAME (2),
                    WS-SHOW-NAME (3), WS-SHOW-NAME (4),
                    WS-SHOW-NAME (5), WS-SHOW-NAME (6),
                    WS-SHOW-NAME (7), WS-SHOW-NAME (8)
           END-UNSTRING.
           PERFORM VARYING WS-NAME-X FROM 1 BY 1
                   UNTIL WS-NAME-X > 8
               IF WS-SHOW-NAME (WS-NAME-X) NOT = SPACES
                   MOVE ZERO TO WS-FIELD-NUM
                   PERFORM VARYING WS-LAY-X FROM 1 BY 1
                           UNTIL WS-LAY-X > LAY-FIELD-COUNT
                              OR WS-FIELD-NUM > ZERO
                       IF LAY-FLD-NAME (WS-LAY-X)
                               = WS-SHOW-NAME (WS-NAME-X)
                           MOVE WS-LAY-X TO WS-FIELD-NUM
                       END-IF
                   END-PERFORM
                   IF WS-FIELD-NUM = ZERO
                       DISPLAY "WQUERY: SHOW FIELD "
                               WS-SHOW-NAME (WS-NAME-X)
                               " IS NOT IN THE LAYOUT DICTIONARY"
                       SET WS-QUERY-IN-ERROR TO TRUE
                   ELSE
                       IF WS-SHOW-COUNT < WS-SHOW-MAX
                           ADD 1 TO WS-SHOW-COUNT
                           MOVE WS-FIELD-NUM
                               TO WS-SHW-FIELD (WS-SHOW-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * THE REPORT HEADING OR THE EXPORT HEADER ROW.
      ******************************************************************

       START-QUERY-OUTPUT.

      *    Column widths: a character field as wide as its data (to
      *    30), a number 16, a date 10 -- never narrower than the
      *    name above it.  Columns that would run past 132 are
      *    dropped from the printed report only.
           MOVE 1 TO WS-NEXT-POS.
           PERFORM VARYING WS-SHW-X FROM 1 BY 1
                   UNTIL WS-SHW-X > WS-SHOW-COUNT
               MOVE WS-SHW-FIELD (WS-SHW-X) TO WS-LAY-X
               EVALUATE TRUE
                   WHEN LAY-FLD-DATE (WS-LAY-X)
                       MOVE 10 TO WS-WIDTH
                   WHEN LAY-FLD-IS-NUMERIC (WS-LAY-X)
                       MOVE 16 TO WS-WIDTH
                   WHEN LAY-FLD-LENGTH (WS-LAY-X) > 30
                       MOVE 30 TO WS-WIDTH
                   WHEN OTHER
                       MOVE LAY-FLD-LENGTH (WS-LAY-X) TO WS-WIDTH
               END-EVALUATE
               MOVE 16 TO WS-NAME-X
               PERFORM UNTIL WS-NAME-X = 1
                   OR LAY-FLD-NAME (WS-LAY-X) (WS-NAME-X:1)
                       NOT = SPACE
                   SUBTRACT 1 FROM WS-NAME-X
               END-PERFORM
               IF WS-WIDTH < WS-NAME-X
                   MOVE WS-NAME-X TO WS-WIDTH
               END-IF
               MOVE WS-NEXT-POS TO WS-SHW-POS (WS-SHW-X)
               MOVE WS-WIDTH TO WS-SHW-WIDTH (WS-SHW-X)
               IF WS-NEXT-POS + WS-WIDTH - 1 > 132
                   MOVE ZERO TO WS-SHW-WIDTH (WS-SHW-X)
               END-IF
               COMPUTE WS-NEXT-POS = WS-NEXT-POS + WS-WIDTH + 1
           END-PERFORM.

           IF WS-OUTPUT-EXPORT
               MOVE SPACES TO WS-CSV-FIELDS
               MOVE "RUN" TO WS-CSV-FIELD (1)
               PERFORM VARYING WS-SHW-X FROM 1 BY 1
                       UNTIL WS-SHW-X > WS-SHOW-COUNT
                   MOVE WS-SHW-FIELD (WS-SHW-X) TO WS-LAY-X
                   MOVE LAY-FLD-NAME (WS-LAY-X)
                       TO WS-CSV-FIELD (WS-SHW-X + 1)
               END-PERFORM
               COMPUTE WS-CSV-COUNT = WS-SHOW-COUNT + 1
               CALL "WDLMOUT" USING WS-CSV-NAME, WS-CSV-COUNT,
                   WS-CSV-FIELDS
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "QUERY " WS-QUERY-NAME
                      "  FILE " WS-FILE-VOL " " WS-FILE-LIB " "
                      WS-FILE-FILE
                      "  BUSINESS DATE " WS-BUSINESS-DATE
                      "  RUN=" WS-RUN-ID
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM ADD-PRINT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM ADD-PRINT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM VARYING WS-SHW-X FROM 1 BY 1
                       UNTIL WS-SHW-X > WS-SHOW-COUNT
                   IF WS-SHW-WIDTH (WS-SHW-X) > ZERO
                       MOVE WS-SHW-FIELD (WS-SHW-X) TO WS-LAY-X
                       MOVE LAY-FLD-NAME (WS-LAY-X)
                           TO WS-REPORT-LINE (WS-SHW-POS (WS-SHW-X):
                                              WS-SHW-WIDTH (WS-SHW-X))
                   END-IF
               END-PERFORM
               PERFORM ADD-PRINT-LINE
           END-IF.

      ******************************************************************
      * EVERY RECORD, EITHER ORGANIZATION, THROUGH THE SELECTION.
      ******************************************************************

       READ-INDEXED-PASS.

           PERFORM UNTIL WS-DATA-EOF
               READ WS-INDEXED-FILE NEXT
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WQX-RECORD TO WS-RECORD-AREA
                       PERFORM SELECT-ONE-RECORD
                           THRU SELECT-ONE-RECORD-EXIT
               END-READ
               IF WS-INDEXED-STATUS NOT = "00"
                       AND WS-INDEXED-STATUS NOT = "10"
                   DISPLAY "WQUERY: READ FAILED, STATUS "
                           WS-INDEXED-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.

       READ-SEQUENTIAL-PASS.

           PERFORM UNTIL WS-DATA-EOF
               READ WS-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                       PERFORM SELECT-ONE-RECORD
                           THRU SELECT-ONE-RECORD-EXIT
               END-READ
               IF WS-SEQ-STATUS NOT = "00"
                       AND WS-SEQ-STATUS NOT = "10"
                   DISPLAY "WQUERY: READ FAILED, STATUS "
                           WS-SEQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.

       SELECT-ONE-RECORD.

           ADD 1 TO WS-READ-COUNT.
           CALL "WLAYSEL" USING WISP-RECORD-LAYOUT, WISP-SELECTION,
               WS-RECORD-AREA.
           IF NOT SEL-MATCHED
               GO TO SELECT-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-SELECT-COUNT.

           IF WS-OUTPUT-EXPORT
               MOVE SPACES TO WS-CSV-FIELDS
               MOVE WS-RUN-ID TO WS-CSV-FIELD (1)
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-SHW-X FROM 1 BY 1
                   UNTIL WS-SHW-X > WS-SHOW-COUNT
               MOVE WS-SHW-FIELD (WS-SHW-X) TO WS-FIELD-NUM
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
                   WS-RECORD-AREA, WISP-FIELD-VALUE
               IF WS-OUTPUT-EXPORT
                   MOVE FV-TEXT TO WS-CSV-FIELD (WS-SHW-X + 1)
               ELSE
                   IF WS-SHW-WIDTH (WS-SHW-X) > ZERO
                       MOVE FV-TEXT
                           TO WS-REPORT-LINE (WS-SHW-POS (WS-SHW-X):
                                              WS-SHW-WIDTH (WS-SHW-X))
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OUTPUT-EXPORT
               CALL "WDLMOUT" USING WS-CSV-NAME, WS-CSV-COUNT,
                   WS-CSV-FIELDS
           ELSE
               PERFORM ADD-PRINT-LINE
           END-IF.

       SELECT-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * PRINT LINES GO TO WMFNPRINT FIFTEEN AT A TIME.
      ******************************************************************

       ADD-PRINT-LINE.

           ADD 1 TO WS-PRT-USED.
           MOVE WS-REPORT-LINE TO WS-PRT-WIDE (WS-PRT-USED).
           IF WS-PRT-USED NOT < 15
               PERFORM FLUSH-PRINT-LINES
           END-IF.

       FLUSH-PRINT-LINES.

           IF WS-PRT-USED > ZERO
               MOVE WS-PRT-USED TO WS-PRT-LINE-CNT
               CALL "WMFNPRINT" USING WS-PRT-APP-NAME, WS-PRT-LINES,
                   WS-PRT-LINE-CNT, WS-PRT-LINES-2, WS-PRT-WIDE-DATA
               MOVE SPACES TO WS-PRT-WIDE-DATA
               MOVE ZERO TO WS-PRT-USED
           END-IF.

       FINISH-QUERY-OUTPUT.

           IF WS-OUTPUT-EXPORT
               GO TO FINISH-QUERY-OUTPUT-EXIT
           END-IF.
           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           MOVE WS-SELECT-COUNT TO WS-SELECT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM ADD-PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECORDS READ " WS-COUNT-DISP
                  "  SELECTED " WS-SELECT-DISP
                  "  (" WS-READ-MODE ")"
                  "  RUN=" WS-RUN-ID
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM ADD-PRINT-LINE.
           PERFORM FLUSH-PRINT-LINES.

       FINISH-QUERY-OUTPUT-EXIT.
           EXIT.

       STOP-RUN.

           STOP RUN.
