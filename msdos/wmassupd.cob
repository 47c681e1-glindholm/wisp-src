      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WMASSUPD.
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
      *    WMASSUPD makes one change to every record of a file that
      *    meets a selection -- "move every branch-12 account to
      *    branch 15" -- without a throwaway program.  The change is
      *    written down under a name in WMASSUPD.DAT and run --
      *
      *        WMASSUPD change-name [DRYRUN | UPDATE]
      *
      *    -- first as a dry run (the default), which changes nothing
      *    and reports every record that would change with its
      *    before and after values, then, once the report has been
      *    checked, as the real UPDATE.  WMASSUPD.DAT holds one item
      *    per line, fixed columns:
      *
      *        CHANGE(12) sp VERB(6) sp TEXT(100)
      *
      *        FILE    vol lib file       the file to change
      *        WHERE   field op value     the selection, as for
      *        AND     field op value     WQUERY (see the WLAYSEL
      *        OR      field op value     service); none means every
      *                                   record
      *        SET     field value        an assignment, up to 10; a
      *                                   value with blanks is quoted,
      *                                   "" blanks the field
      *
      *    Field names are the layout dictionary's (WLAYOUT.DAT) and
      *    the triple resolves through WISPVOLLIB.DAT the way
      *    W@OPENFILE resolves it.  A SET may not touch the record's
      *    leading key.
      *
      *    The UPDATE run needs the MASSUPDATE function in
      *    WFUNAUTH.DAT -- the site lists it at supervisor authority,
      *    so WAUTHCHK refuses anyone else and logs the attempt --
      *    and the file must be registered for journaling (WISPCFG
      *    JOURNAL1-9), because every before-image goes to WJRNL so
      *    that WJRNBACK can undo the run (and every after-image, so
      *    WROLLFWD can replay it); that registration's KEYLEN is
      *    the leading key.  Every changed record is written to
      *    the CHGAUDX change audit through WCHGAUD, the changed
      *    count is registered with WCTLTOT, and the run is logged to
      *    OPENFAUDX with mode MASSUPD.
      *
      *    Both runs report to WMASSUPD.RPT: each changed record's
      *    key and the SET fields before and after, then the control
      *    totals -- records read, selected, changed -- and, for
      *    every numeric SET field, the field's total over the
      *    changed records before and after the change.  A change
      *    that cannot be run sets RETURN-CODE 8.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WMASSUPD-FILE ASSIGN TO "WMASSUPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPEC-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WMX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT WMASSUPD-REPORT-FILE ASSIGN TO "WMASSUPD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WMASSUPD-FILE.
       01  WMASSUPD-RECORD.
           05  MU-REC-NAME            PIC X(12).
           05  FILLER                 PIC X.
           05  MU-REC-VERB            PIC X(6).
           05  FILLER                 PIC X.
           05  MU-REC-TEXT            PIC X(100).

       FD  WS-INDEXED-FILE.
       01  WMX-RECORD.
           05  WMX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(2048).

       FD  WMASSUPD-REPORT-FILE.
       01  WMASSUPD-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-CHANGE-NAME             PIC X(12).
       01  WS-ARG-MODE                PIC X(12).
       01  WS-RUN-ID                  PIC X(20).
       01  WS-RUN-MODE                PIC X(6)  VALUE "DRYRUN".
           88  WS-DRY-RUN                       VALUE "DRYRUN".
           88  WS-UPDATE-RUN                    VALUE "UPDATE".

       01  WS-SPEC-FILE-STATUS        PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-SPEC-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-SPEC-EOF                      VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-DATA-PATH               PIC X(80).
       01  WS-READ-MODE               PIC X(10).
       01  WS-FILE-INDEXED-SWITCH     PIC X     VALUE "N".
           88  WS-FILE-INDEXED                  VALUE "Y".

      *    The change specification's lines, in file order.
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
           88  WS-CHANGE-IN-ERROR               VALUE "Y".
       01  WS-CONNECTOR               PIC X(3).
       01  WS-CLAUSE-TEXT             PIC X(100).
       01  WS-PARSE-RETURN            PIC 9.

      *    The record layout and the parsed selection.
       COPY "wlayout.cpy".
       COPY "wselect.cpy".
       01  WS-RECORD-AREA             PIC X(2048).
       01  WS-AFTER-AREA              PIC X(2048).
       01  WS-SCRATCH-AREA            PIC X(2048).
       01  WS-FIELD-NUM               PIC 9(4)  COMP.
       01  WS-LAY-X                   PIC 9(4)  COMP-5.

      *    The assignments -- dictionary field, value, and the
      *    before and after totals of a numeric field.
       01  WS-SET-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SET-MAX                 PIC 9(4)  VALUE 10.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY  OCCURS 10 TIMES
                             INDEXED BY WS-SET-X.
               10  WS-SET-FIELD       PIC 9(4)  COMP.
               10  WS-SET-VALUE       PIC X(80).
               10  WS-SET-BEFORE-TOT  PIC S9(15)V9(4) COMP-3.
               10  WS-SET-AFTER-TOT   PIC S9(15)V9(4) COMP-3.
       01  WS-SET-NAME                PIC X(16).
       01  WS-SET-VALUE-TEXT          PIC X(80).
       01  WS-SET-SCAN                PIC 9(4)  COMP-5.
       01  WS-SET-OUT                 PIC 9(4)  COMP-5.
       01  WS-SET-QUOTED-SWITCH       PIC X.
           88  WS-SET-QUOTED                    VALUE "Y".
       01  WS-QUOTE                   PIC X     VALUE QUOTE.
       01  WS-PUT-RETURN              PIC 9.

      *    The leading key -- from the journal registration.
       01  WS-KEYLEN                  PIC 9(4)  COMP-5 VALUE 20.
       01  WS-JOURNALED-SWITCH        PIC X     VALUE "N".
           88  WS-FILE-JOURNALED                VALUE "Y".
       01  WS-RULE-NUM                PIC 9(2).
       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-RULE-VOL                PIC X(6).
       01  WS-RULE-LIB                PIC X(8).
       01  WS-RULE-FILE               PIC X(8).
       01  WS-RULE-KEYLEN             PIC X(3).
       01  WS-RULE-KEYLEN-NUM         PIC 9(3).

      *    A sequential file, held whole for the patch-and-rewrite.
       01  WS-LIVE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-LIVE-MAX                PIC 9(4)  VALUE 2000.
       01  WS-LIVE-TABLE.
           05  WS-LIV-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-LIV-X.
               10  WS-LIV-RECORD      PIC X(2048).

      *    Authority, journal, change audit, and control totals.
       01  WS-AUTH-FUNC               PIC X(12) VALUE "MASSUPDATE".
       01  WS-AUTH-RETURN             PIC 9.
       01  WS-JRNL-IMAGE              PIC X(512).
       01  WS-AUD-RECKEY              PIC X(32).
       01  WS-AUD-BEFORE              PIC X(256).
       01  WS-AUD-AFTER               PIC X(256).
       01  WS-CHANGED-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-ZERO-AMOUNT             PIC 9(15) VALUE ZERO.
       01  WS-CTL-RETURN              PIC 9.

       COPY "wopnaud.cpy".
       01  WS-TIMESTAMP.
           05  WS-STAMP-DATE          PIC 9(8).
           05  WS-STAMP-TIME          PIC 9(8).

       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-READ-COUNT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SELECT-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-FAILED-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-BEFORE-TEXT             PIC X(40).
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-DISP              PIC -(15)9.9999.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WMASSUPD.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-CHANGE-NAME WS-ARG-MODE.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-CHANGE-NAME, WS-ARG-MODE
           END-UNSTRING.
           IF WS-ARG-MODE NOT = SPACES
               MOVE WS-ARG-MODE TO WS-RUN-MODE
           END-IF.
           IF WS-CHANGE-NAME = SPACES
                   OR (NOT WS-DRY-RUN AND NOT WS-UPDATE-RUN)
               DISPLAY "WMASSUPD: USAGE IS  WMASSUPD CHANGE-NAME "
                       "[DRYRUN | UPDATE]"
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

           PERFORM LOAD-CHANGE-SPEC
               THRU LOAD-CHANGE-SPEC-EXIT.
           IF WS-CLAUSE-COUNT = ZERO
               DISPLAY "WMASSUPD: NO CHANGE " WS-CHANGE-NAME
                       " IN WMASSUPD.DAT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM BUILD-CHANGE
               THRU BUILD-CHANGE-EXIT.
           IF WS-CHANGE-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           IF WS-UPDATE-RUN
               IF NOT WS-FILE-JOURNALED
                   DISPLAY "WMASSUPD: UPDATE REFUSED -- "
                           WS-FILE-VOL " " WS-FILE-LIB " "
                           WS-FILE-FILE " IS NOT REGISTERED FOR "
                           "JOURNALING (WISPCFG JOURNAL1-9)."
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               CALL "WAUTHCHK" USING WS-AUTH-FUNC, WS-AUTH-RETURN
               IF WS-AUTH-RETURN NOT = ZERO
                   DISPLAY "WMASSUPD: UPDATE REFUSED -- "
                           "NOT AUTHORIZED FOR " WS-AUTH-FUNC
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.

           CALL "WVOLRES" USING WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-DATA-PATH.
           IF WS-DATA-PATH = SPACES
               DISPLAY "WMASSUPD: NO WISPVOLLIB MAPPING FOR "
                       WS-FILE-VOL " " WS-FILE-LIB " " WS-FILE-FILE "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           IF WS-UPDATE-RUN
               OPEN I-O WS-INDEXED-FILE
           ELSE
               OPEN INPUT WS-INDEXED-FILE
           END-IF.
           IF WS-INDEXED-STATUS = "00"
               SET WS-FILE-INDEXED TO TRUE
               MOVE "INDEXED" TO WS-READ-MODE
           ELSE
               OPEN INPUT WS-SEQ-FILE
               IF WS-SEQ-STATUS NOT = "00"
                   DISPLAY "WMASSUPD: CANNOT OPEN " WS-DATA-PATH (1:50)
                           " STATUS " WS-SEQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE "SEQUENTIAL" TO WS-READ-MODE
           END-IF.

           PERFORM START-CHANGE-REPORT.

           IF WS-FILE-INDEXED
               PERFORM CHANGE-INDEXED-PASS
               CLOSE WS-INDEXED-FILE
           ELSE
               PERFORM CHANGE-SEQUENTIAL-PASS
               CLOSE WS-SEQ-FILE
               IF WS-UPDATE-RUN AND RETURN-CODE NOT = 8
                   PERFORM REWRITE-SEQUENTIAL-FILE
               END-IF
           END-IF.

           PERFORM FINISH-CHANGE
               THRU FINISH-CHANGE-EXIT.

           GO TO STOP-RUN.

      ******************************************************************
      * THE NAMED CHANGE'S LINES FROM WMASSUPD.DAT.
      ******************************************************************

       LOAD-CHANGE-SPEC.

           OPEN INPUT WMASSUPD-FILE.
           IF WS-SPEC-FILE-STATUS NOT = "00"
               GO TO LOAD-CHANGE-SPEC-EXIT
           END-IF.
           PERFORM UNTIL WS-SPEC-EOF
               READ WMASSUPD-FILE
                   AT END
                       SET WS-SPEC-EOF TO TRUE
                   NOT AT END
                       IF MU-REC-NAME (1:1) NOT = "*"
                               AND MU-REC-NAME = WS-CHANGE-NAME
                               AND WS-CLAUSE-COUNT < WS-CLAUSE-MAX
                           ADD 1 TO WS-CLAUSE-COUNT
                           SET WS-CLS-X TO WS-CLAUSE-COUNT
                           MOVE MU-REC-VERB TO WS-CLS-VERB (WS-CLS-X)
                           MOVE MU-REC-TEXT TO WS-CLS-TEXT (WS-CLS-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WMASSUPD-FILE.

       LOAD-CHANGE-SPEC-EXIT.
           EXIT.

      ******************************************************************
      * THE FILE LINE FIRST (THE LAYOUT AND THE KEY DEPEND ON IT),
      * THEN THE SELECTION AND THE ASSIGNMENTS.
      ******************************************************************

       BUILD-CHANGE.

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
               DISPLAY "WMASSUPD: CHANGE " WS-CHANGE-NAME
                       " HAS NO FILE LINE."
               SET WS-CHANGE-IN-ERROR TO TRUE
               GO TO BUILD-CHANGE-EXIT
           END-IF.

           MOVE WS-FILE-VOL TO LAY-VOL.
           MOVE WS-FILE-LIB TO LAY-LIB.
           MOVE WS-FILE-FILE TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           IF LAY-FIELD-COUNT = ZERO
               DISPLAY "WMASSUPD: NO LAYOUT DICTIONARY ENTRY FOR "
                       WS-FILE-VOL " " WS-FILE-LIB " " WS-FILE-FILE "."
               SET WS-CHANGE-IN-ERROR TO TRUE
               GO TO BUILD-CHANGE-EXIT
           END-IF.
           PERFORM FIND-JOURNAL-RULE.

           MOVE ZERO TO SEL-TERM-COUNT.
           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
               EVALUATE WS-CLS-VERB (WS-CLS-X)
                   WHEN "WHERE"
                   WHEN "AND"
                   WHEN "OR"
                       PERFORM ADD-SELECTION-CLAUSE
                   WHEN "SET"
                       PERFORM ADD-SET-ASSIGNMENT
                           THRU ADD-SET-ASSIGNMENT-EXIT
                   WHEN "FILE"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WMASSUPD: UNKNOWN VERB "
                               WS-CLS-VERB (WS-CLS-X)
                               " IN CHANGE " WS-CHANGE-NAME
                       SET WS-CHANGE-IN-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.

           IF WS-SET-COUNT = ZERO
               DISPLAY "WMASSUPD: CHANGE " WS-CHANGE-NAME
                       " HAS NO SET LINE."
               SET WS-CHANGE-IN-ERROR TO TRUE
           END-IF.

       BUILD-CHANGE-EXIT.
           EXIT.

       ADD-SELECTION-CLAUSE.

           MOVE WS-CLS-VERB (WS-CLS-X) TO WS-CONNECTOR.
           MOVE WS-CLS-TEXT (WS-CLS-X) TO WS-CLAUSE-TEXT.
           CALL "WSELPARSE" USING WISP-RECORD-LAYOUT, WISP-SELECTION,
               WS-CONNECTOR, WS-CLAUSE-TEXT, WS-PARSE-RETURN.
           IF WS-PARSE-RETURN NOT = ZERO
               DISPLAY "WMASSUPD: " WS-CHANGE-NAME " " SEL-MESSAGE
               SET WS-CHANGE-IN-ERROR TO TRUE
           END-IF.

      *    SET FIELD VALUE -- THE VALUE IS THE REST OF THE LINE, OR
      *    THE QUOTED STRING ("" IS ONE QUOTE INSIDE IT).  THE VALUE
      *    IS TRIED ON A SCRATCH RECORD NOW, SO A BAD ONE STOPS THE
      *    RUN BEFORE ANY RECORD IS READ.
       ADD-SET-ASSIGNMENT.

           MOVE SPACES TO WS-SET-NAME.
           UNSTRING WS-CLS-TEXT (WS-CLS-X) DELIMITED BY ALL " "
               INTO WS-SET-NAME
           END-UNSTRING.
           MOVE 1 TO WS-SET-SCAN.
           PERFORM UNTIL WS-SET-SCAN > 100
                   OR WS-CLS-TEXT (WS-CLS-X) (WS-SET-SCAN:1) NOT = SPACE
               ADD 1 TO WS-SET-SCAN
           END-PERFORM.
           PERFORM UNTIL WS-SET-SCAN > 100
                   OR WS-CLS-TEXT (WS-CLS-X) (WS-SET-SCAN:1) = SPACE
               ADD 1 TO WS-SET-SCAN
           END-PERFORM.
           PERFORM UNTIL WS-SET-SCAN > 100
                   OR WS-CLS-TEXT (WS-CLS-X) (WS-SET-SCAN:1) NOT = SPACE
               ADD 1 TO WS-SET-SCAN
           END-PERFORM.

           MOVE SPACES TO WS-SET-VALUE-TEXT.
           MOVE ZERO TO WS-SET-OUT.
           MOVE "N" TO WS-SET-QUOTED-SWITCH.
           IF WS-SET-SCAN NOT > 100
               IF WS-CLS-TEXT (WS-CLS-X) (WS-SET-SCAN:1) = WS-QUOTE
                   SET WS-SET-QUOTED TO TRUE
                   ADD 1 TO WS-SET-SCAN
                   PERFORM UNTIL WS-SET-SCAN > 100
                           OR NOT WS-SET-QUOTED
                       IF WS-CLS-TEXT (WS-CLS-X) (WS-SET-SCAN:1)
                               = WS-QUOTE
                           IF WS-SET-SCAN < 100
                              AND WS-CLS-TEXT (WS-CLS-X)
                                  (WS-SET-SCAN + 1:1) = WS-QUOTE
                               PERFORM ADD-SET-CHARACTER
                               ADD 1 TO WS-SET-SCAN
                           ELSE
                               MOVE "N" TO WS-SET-QUOTED-SWITCH
                           END-IF
                       ELSE
                           PERFORM ADD-SET-CHARACTER
                       END-IF
                       ADD 1 TO WS-SET-SCAN
                   END-PERFORM
               ELSE
                   MOVE WS-CLS-TEXT (WS-CLS-X) (WS-SET-SCAN:)
                       TO WS-SET-VALUE-TEXT
               END-IF
           END-IF.

           MOVE ZERO TO WS-FIELD-NUM.
           PERFORM VARYING WS-LAY-X FROM 1 BY 1
                   UNTIL WS-LAY-X > LAY-FIELD-COUNT
                      OR WS-FIELD-NUM > ZERO
               IF LAY-FLD-NAME (WS-LAY-X) = WS-SET-NAME
                   MOVE WS-LAY-X TO WS-FIELD-NUM
               END-IF
           END-PERFORM.
           IF WS-FIELD-NUM = ZERO
               DISPLAY "WMASSUPD: SET FIELD " WS-SET-NAME
                       " IS NOT IN THE LAYOUT DICTIONARY."
               SET WS-CHANGE-IN-ERROR TO TRUE
               GO TO ADD-SET-ASSIGNMENT-EXIT
           END-IF.
           MOVE WS-FIELD-NUM TO WS-LAY-X.

      *    The key identifies the record to the journal and to the
      *    indexed file; it is never the thing changed.
           IF LAY-FLD-OFFSET (WS-LAY-X) NOT > WS-KEYLEN
               DISPLAY "WMASSUPD: SET FIELD " WS-SET-NAME
                       " IS PART OF THE RECORD KEY."
               SET WS-CHANGE-IN-ERROR TO TRUE
               GO TO ADD-SET-ASSIGNMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-SCRATCH-AREA.
           CALL "WLAYPUT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
               WS-SET-VALUE-TEXT, WS-SCRATCH-AREA, WS-PUT-RETURN.
           IF WS-PUT-RETURN NOT = ZERO
               DISPLAY "WMASSUPD: SET VALUE FOR " WS-SET-NAME
                       " DOES NOT FIT THE FIELD: "
                       WS-SET-VALUE-TEXT (1:30)
               SET WS-CHANGE-IN-ERROR TO TRUE
               GO TO ADD-SET-ASSIGNMENT-EXIT
           END-IF.

           IF WS-SET-COUNT NOT < WS-SET-MAX
               DISPLAY "WMASSUPD: MORE THAN " WS-SET-MAX
                       " SET LINES IN CHANGE " WS-CHANGE-NAME
               SET WS-CHANGE-IN-ERROR TO TRUE
               GO TO ADD-SET-ASSIGNMENT-EXIT
           END-IF.
           ADD 1 TO WS-SET-COUNT.
           SET WS-SET-X TO WS-SET-COUNT.
           MOVE WS-FIELD-NUM TO WS-SET-FIELD (WS-SET-X).
           MOVE WS-SET-VALUE-TEXT TO WS-SET-VALUE (WS-SET-X).
           MOVE ZERO TO WS-SET-BEFORE-TOT (WS-SET-X)
                        WS-SET-AFTER-TOT (WS-SET-X).

       ADD-SET-ASSIGNMENT-EXIT.
           EXIT.

       ADD-SET-CHARACTER.

           IF WS-SET-OUT < 80
               ADD 1 TO WS-SET-OUT
               MOVE WS-CLS-TEXT (WS-CLS-X) (WS-SET-SCAN:1)
                   TO WS-SET-VALUE-TEXT (WS-SET-OUT:1)
           END-IF.

      *    THE JOURNAL1-9 RULE FOR THE TRIPLE, MATCHED AND READ THE
      *    WAY WJRNL READS IT -- THE FIRST RULE WINS, "*" MATCHES ANY
      *    FIELD, AND THE KEYLEN IS THE ONE THE JOURNAL WILL CARRY.
       FIND-JOURNAL-RULE.

           MOVE "N" TO WS-JOURNALED-SWITCH.
           PERFORM VARYING WS-RULE-NUM FROM 1 BY 1
                   UNTIL WS-RULE-NUM > 9
                      OR WS-FILE-JOURNALED
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
                       AND (WS-RULE-VOL = "*" OR WS-FILE-VOL)
                       AND (WS-RULE-LIB = "*" OR WS-FILE-LIB)
                       AND (WS-RULE-FILE = "*" OR WS-FILE-FILE)
                   SET WS-FILE-JOURNALED TO TRUE
                   MOVE 20 TO WS-KEYLEN
                   IF WS-RULE-KEYLEN IS NUMERIC
                           AND WS-RULE-KEYLEN NOT = ZERO
                       MOVE WS-RULE-KEYLEN TO WS-RULE-KEYLEN-NUM
                       IF WS-RULE-KEYLEN-NUM NOT > 512
                           MOVE WS-RULE-KEYLEN-NUM TO WS-KEYLEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * THE REPORT HEADING.
      ******************************************************************

       START-CHANGE-REPORT.

           OPEN OUTPUT WMASSUPD-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WMASSUPD - CHANGE " WS-CHANGE-NAME
                  "  FILE " WS-FILE-VOL " " WS-FILE-LIB " "
                  WS-FILE-FILE " (" WS-READ-MODE ")"
                  "  BUSINESS DATE " WS-BUSINESS-DATE
                  "  RUN=" WS-RUN-ID
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-DRY-RUN
               STRING "DRY RUN -- NO RECORD IS CHANGED; THE RECORDS "
                      "BELOW ARE THOSE AN UPDATE RUN WOULD CHANGE."
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "UPDATE RUN -- THE RECORDS BELOW HAVE BEEN CHANGED."
                   TO WS-REPORT-LINE
           END-IF.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "KEY / FIELD" TO WS-REPORT-LINE (1:32).
           MOVE "BEFORE" TO WS-REPORT-LINE (35:40).
           MOVE "AFTER" TO WS-REPORT-LINE (77:40).
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.

      ******************************************************************
      * EVERY RECORD, EITHER ORGANIZATION, THROUGH THE SELECTION AND
      * THE ASSIGNMENTS.
      ******************************************************************

       CHANGE-INDEXED-PASS.

           PERFORM UNTIL WS-DATA-EOF
               READ WS-INDEXED-FILE NEXT
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WMX-RECORD TO WS-RECORD-AREA
                       PERFORM CHANGE-ONE-RECORD
                           THRU CHANGE-ONE-RECORD-EXIT
                       IF WS-UPDATE-RUN
                               AND WS-AFTER-AREA NOT = WS-RECORD-AREA
                           MOVE WS-AFTER-AREA TO WMX-RECORD
                           REWRITE WMX-RECORD
                           PERFORM CHECK-ONE-REWRITE
                       END-IF
               END-READ
               IF WS-INDEXED-STATUS NOT = "00"
                       AND WS-INDEXED-STATUS NOT = "10"
                   DISPLAY "WMASSUPD: READ FAILED, STATUS "
                           WS-INDEXED-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.

       CHANGE-SEQUENTIAL-PASS.

           PERFORM UNTIL WS-DATA-EOF
               READ WS-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                       PERFORM CHANGE-ONE-RECORD
                           THRU CHANGE-ONE-RECORD-EXIT
                       IF WS-LIVE-COUNT < WS-LIVE-MAX
                           ADD 1 TO WS-LIVE-COUNT
                           SET WS-LIV-X TO WS-LIVE-COUNT
                           MOVE WS-AFTER-AREA
                               TO WS-LIV-RECORD (WS-LIV-X)
                       ELSE
                           IF WS-UPDATE-RUN
                               DISPLAY "WMASSUPD: FILE EXCEEDS "
                                       WS-LIVE-MAX " RECORDS -- "
                                       "UPDATE REFUSED."
                               MOVE 8 TO RETURN-CODE
                               SET WS-DATA-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF WS-SEQ-STATUS NOT = "00"
                       AND WS-SEQ-STATUS NOT = "10"
                   DISPLAY "WMASSUPD: READ FAILED, STATUS "
                           WS-SEQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.

      *    THE SELECTED RECORD WITH EVERY SET APPLIED -- WS-AFTER-AREA
      *    IS THE RECORD AS IT IS TO BE WRITTEN BACK, UNCHANGED WHEN
      *    IT IS NOT SELECTED OR ALREADY HOLDS THE NEW VALUES.
       CHANGE-ONE-RECORD.

           ADD 1 TO WS-READ-COUNT.
           MOVE WS-RECORD-AREA TO WS-AFTER-AREA.
           CALL "WLAYSEL" USING WISP-RECORD-LAYOUT, WISP-SELECTION,
               WS-RECORD-AREA.
           IF NOT SEL-MATCHED
               GO TO CHANGE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-SELECT-COUNT.

           PERFORM VARYING WS-SET-X FROM 1 BY 1
                   UNTIL WS-SET-X > WS-SET-COUNT
               MOVE WS-SET-FIELD (WS-SET-X) TO WS-FIELD-NUM
               CALL "WLAYPUT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
                   WS-SET-VALUE (WS-SET-X), WS-AFTER-AREA,
                   WS-PUT-RETURN
           END-PERFORM.
           IF WS-AFTER-AREA = WS-RECORD-AREA
               GO TO CHANGE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-CHANGED-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-RECORD-AREA (1:32) TO WS-AUD-RECKEY.
           IF WS-KEYLEN < 32
               MOVE SPACES TO WS-AUD-RECKEY (WS-KEYLEN + 1:)
           END-IF.
           MOVE WS-AUD-RECKEY TO WS-REPORT-LINE.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SET-X FROM 1 BY 1
                   UNTIL WS-SET-X > WS-SET-COUNT
               MOVE WS-SET-FIELD (WS-SET-X) TO WS-FIELD-NUM
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
                   WS-RECORD-AREA, WISP-FIELD-VALUE
               MOVE FV-TEXT TO WS-BEFORE-TEXT
               IF FV-NUMERIC
                   ADD FV-NUMBER TO WS-SET-BEFORE-TOT (WS-SET-X)
               END-IF
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
                   WS-AFTER-AREA, WISP-FIELD-VALUE
               IF FV-NUMERIC
                   ADD FV-NUMBER TO WS-SET-AFTER-TOT (WS-SET-X)
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-FIELD-NUM TO WS-LAY-X
               MOVE LAY-FLD-NAME (WS-LAY-X) TO WS-REPORT-LINE (3:16)
               MOVE WS-BEFORE-TEXT TO WS-REPORT-LINE (35:40)
               MOVE FV-TEXT TO WS-REPORT-LINE (77:40)
               WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

           IF WS-DRY-RUN
               GO TO CHANGE-ONE-RECORD-EXIT
           END-IF.

           MOVE WS-RECORD-AREA (1:512) TO WS-JRNL-IMAGE.
           CALL "WJRNL" USING "BEF", WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-JRNL-IMAGE
               ON EXCEPTION CONTINUE
           END-CALL.
      *    An indexed record's after-image waits for its REWRITE to
      *    succeed; a sequential file's is the table entry it becomes.
           IF NOT WS-FILE-INDEXED
               PERFORM JOURNAL-AFTER-IMAGE
           END-IF.
           MOVE WS-RECORD-AREA (1:256) TO WS-AUD-BEFORE.
           MOVE WS-AFTER-AREA (1:256) TO WS-AUD-AFTER.
           CALL "WCHGAUD" USING WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-AUD-RECKEY, WS-AUD-BEFORE,
               WS-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

       CHANGE-ONE-RECORD-EXIT.
           EXIT.

       CHECK-ONE-REWRITE.

           IF WS-INDEXED-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** REWRITE FAILED, STATUS "
                      WS-INDEXED-STATUS
                      " -- RECORD NOT CHANGED"
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               MOVE "00" TO WS-INDEXED-STATUS
           ELSE
               PERFORM JOURNAL-AFTER-IMAGE
           END-IF.

      *    THE RECORD AS WRITTEN, FOR WROLLFWD.
       JOURNAL-AFTER-IMAGE.

           MOVE WS-AFTER-AREA (1:512) TO WS-JRNL-IMAGE.
           CALL "WJRNL" USING "AFT", WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-JRNL-IMAGE
               ON EXCEPTION CONTINUE
           END-CALL.

       REWRITE-SEQUENTIAL-FILE.

           OPEN OUTPUT WS-SEQ-FILE.
           PERFORM VARYING WS-LIV-X FROM 1 BY 1
                   UNTIL WS-LIV-X > WS-LIVE-COUNT
               MOVE WS-LIV-RECORD (WS-LIV-X) TO WS-SEQ-RECORD
               WRITE WS-SEQ-RECORD
           END-PERFORM.
           CLOSE WS-SEQ-FILE.

      ******************************************************************
      * CONTROL TOTALS, REGISTRATION, AND THE OPEN-AUDIT ENTRY.
      ******************************************************************

       FINISH-CHANGE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE.
           MOVE "BEFORE" TO WS-REPORT-LINE (35:40).
           MOVE "AFTER" TO WS-REPORT-LINE (77:40).
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           STRING "  RECORDS READ     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SELECT-COUNT TO WS-COUNT-DISP.
           STRING "  RECORDS SELECTED " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           SUBTRACT WS-FAILED-COUNT FROM WS-CHANGED-COUNT.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP.
           IF WS-DRY-RUN
               STRING "  RECORDS TO CHANGE" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  RECORDS CHANGED  " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SET-X FROM 1 BY 1
                   UNTIL WS-SET-X > WS-SET-COUNT
               MOVE WS-SET-FIELD (WS-SET-X) TO WS-LAY-X
               IF LAY-FLD-IS-NUMERIC (WS-LAY-X)
                       AND NOT LAY-FLD-DATE (WS-LAY-X)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  TOTAL " LAY-FLD-NAME (WS-LAY-X)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-SET-BEFORE-TOT (WS-SET-X) TO WS-TOTAL-DISP
                   MOVE WS-TOTAL-DISP TO WS-REPORT-LINE (35:21)
                   MOVE WS-SET-AFTER-TOT (WS-SET-X) TO WS-TOTAL-DISP
                   MOVE WS-TOTAL-DISP TO WS-REPORT-LINE (77:21)
                   WRITE WMASSUPD-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
           CLOSE WMASSUPD-REPORT-FILE.

           IF WS-DRY-RUN
               MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP
               DISPLAY "WMASSUPD: DRY RUN -- " WS-COUNT-DISP
                       " RECORD(S) WOULD CHANGE; SEE WMASSUPD.RPT"
               GO TO FINISH-CHANGE-EXIT
           END-IF.

           CALL "WCTLTOT" USING "REG", WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-CHANGED-COUNT, WS-ZERO-AMOUNT,
               WS-CTL-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO OPENFAUD-RECORD.
           MOVE WS-STAMP-DATE TO OA-REC-DATE.
           MOVE WS-STAMP-TIME TO OA-REC-TIME.
           MOVE ZERO TO OA-REC-SEQ.
           MOVE WS-FILE-VOL TO OA-REC-VOL.
           MOVE WS-FILE-LIB TO OA-REC-LIB.
           MOVE WS-FILE-FILE TO OA-REC-FILE.
           MOVE SPACES TO OA-REC-APP-NAME.
           STRING "WMASSUPD " WS-CHANGE-NAME DELIMITED BY SIZE
               INTO OA-REC-APP-NAME
           END-STRING.
           MOVE "WMASSUPD" TO OA-REC-PGM-NAME.
           MOVE "MASSUPD" TO OA-REC-MODE.
           MOVE ZERO TO OA-REC-WAIT.
           MOVE WS-RUN-ID TO OA-REC-RUN.
           MOVE WS-DATA-PATH TO OA-REC-PATH.
           CALL "WOPNAUD" USING OPENFAUD-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP.
           DISPLAY "WMASSUPD: " WS-COUNT-DISP " RECORD(S) CHANGED IN "
                   WS-FILE-VOL " " WS-FILE-LIB " " WS-FILE-FILE.

       FINISH-CHANGE-EXIT.
           EXIT.

       STOP-RUN.

           STOP RUN.
