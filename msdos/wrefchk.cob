      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WREFCHK.
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
      *    WREFCHK is the cross-file referential integrity check: an
      *    open order whose customer has left the master, an invoice
      *    whose vendor is gone.  It belongs in the nightly stream
      *    ahead of the posting steps.
      *
      *        WREFCHK [rule-name]
      *
      *    With no rule named, every rule is checked.  The rules live
      *    in WREFRULE.DAT, one item per line, fixed columns:
      *
      *        RULE(12) sp VERB(6) sp TEXT(100)
      *
      *        CHILD   vol lib file field   the referring file and its
      *                                     reference field
      *        PARENT  vol lib file field   the referred-to file and
      *                                     its key field
      *        OPEN    field op value       when a child is open (a
      *                                     WQUERY-style clause against
      *                                     the child; several lines
      *                                     must all hold; none means
      *                                     every child is open)
      *        INACT   field op value       when a parent is inactive
      *                                     (against the parent; several
      *                                     lines must all hold; none
      *                                     means no inactive check)
      *
      *    Fields are the layout dictionary's (WLAYOUT.DAT) names and
      *    are compared by their decoded values, so a zoned reference
      *    finds a packed key.  Both files resolve through
      *    WISPVOLLIB.DAT the way W@OPENFILE resolves them.
      *
      *    Every child record whose reference finds no parent is an
      *    orphan; a blank reference is counted but not an orphan.
      *    Every inactive parent that still has open children is
      *    listed with the count.  Both go to WREFCHK.RPT, and any
      *    of either -- or a rule that cannot be checked -- sets
      *    RETURN-CODE 8 so the stream holds the posting steps.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WREFRULE-FILE ASSIGN TO "WREFRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRF-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT WREFCHK-REPORT-FILE ASSIGN TO "WREFCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WREFRULE-FILE.
       01  WREFRULE-RECORD.
           05  RR-REC-NAME            PIC X(12).
           05  FILLER                 PIC X.
           05  RR-REC-VERB            PIC X(6).
           05  FILLER                 PIC X.
           05  RR-REC-TEXT            PIC X(100).

       FD  WS-INDEXED-FILE.
       01  WRF-RECORD.
           05  WRF-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(2048).

       FD  WREFCHK-REPORT-FILE.
       01  WREFCHK-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-RULE                PIC X(12).
       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).

       01  WS-RULE-FILE-STATUS        PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-RULE-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-RULE-EOF                      VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X.
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-DATA-PATH               PIC X(80).
       01  WS-RECORD-AREA             PIC X(2048).
       01  WS-READ-COUNT              PIC 9(9)  COMP-5.

      *    The rule lines, in file order, and the rule names found.
       01  WS-CLAUSE-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CLAUSE-MAX              PIC 9(4)  VALUE 200.
       01  WS-CLAUSE-TABLE.
           05  WS-CLS-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-CLS-X.
               10  WS-CLS-NAME        PIC X(12).
               10  WS-CLS-VERB        PIC X(6).
               10  WS-CLS-TEXT        PIC X(100).
       01  WS-NAME-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-NAME-MAX                PIC 9(4)  VALUE 50.
       01  WS-NAME-TABLE.
           05  WS-NAM-ENTRY  OCCURS 50 TIMES
                             INDEXED BY WS-NAM-X.
               10  WS-NAM-RULE        PIC X(12).
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.

      *    The rule being checked.
       01  WS-RULE-NAME               PIC X(12).
       01  WS-CHILD-VOL               PIC X(6).
       01  WS-CHILD-LIB               PIC X(8).
       01  WS-CHILD-FILE              PIC X(8).
       01  WS-CHILD-FIELD             PIC X(16).
       01  WS-PARENT-VOL              PIC X(6).
       01  WS-PARENT-LIB              PIC X(8).
       01  WS-PARENT-FILE             PIC X(8).
       01  WS-PARENT-FIELD            PIC X(16).
       01  WS-KEY-FIELD-NUM           PIC 9(4)  COMP.
       01  WS-FIELD-NAME              PIC X(16).
       01  WS-SELECT-VERB             PIC X(6).
       01  WS-CONNECTOR               PIC X(3).
       01  WS-CLAUSE-TEXT             PIC X(100).
       01  WS-PARSE-RETURN            PIC 9.
       01  WS-ERROR-SWITCH            PIC X.
           88  WS-RULE-IN-ERROR                 VALUE "Y".
       01  WS-ERROR-TEXT              PIC X(100).

       COPY "wlayout.cpy".
       COPY "wselect.cpy".
       01  WS-LAY-X                   PIC 9(4)  COMP-5.

      *    The parent keys, with each parent's inactive flag and its
      *    open-child count.
       01  WS-PARENT-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PARENT-MAX              PIC 9(4)  VALUE 5000.
       01  WS-PARENT-TABLE.
           05  WS-PAR-ENTRY  OCCURS 5000 TIMES
                             INDEXED BY WS-PAR-X.
               10  WS-PAR-KEY         PIC X(40).
               10  WS-PAR-INACTIVE    PIC X.
               10  WS-PAR-OPEN-KIDS   PIC 9(9)  COMP-5.
       01  WS-PARENT-FULL-SWITCH      PIC X.
           88  WS-PARENT-TABLE-FULL             VALUE "Y".

      *    Per-rule and run totals.
       01  WS-CHILD-COUNT             PIC 9(9)  COMP-5.
       01  WS-BLANK-REFS              PIC 9(9)  COMP-5.
       01  WS-ORPHAN-COUNT            PIC 9(9)  COMP-5.
       01  WS-INACTIVE-COUNT          PIC 9(9)  COMP-5.
       01  WS-RULES-CHECKED           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RULES-FAILED            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-PROBLEMS          PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-RECNUM-DISP             PIC ZZZZZZZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WREFCHK.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-RULE.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-RULE
           END-UNSTRING.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           PERFORM LOAD-RULE-FILE
               THRU LOAD-RULE-FILE-EXIT.
           IF WS-NAME-COUNT = ZERO
               IF WS-ARG-RULE = SPACES
                   DISPLAY "WREFCHK: NO RULES IN WREFRULE.DAT."
               ELSE
                   DISPLAY "WREFCHK: NO RULE " WS-ARG-RULE
                           " IN WREFRULE.DAT."
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           OPEN OUTPUT WREFCHK-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WREFCHK - REFERENTIAL INTEGRITY CHECK  AS OF "
                  WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-NAM-X FROM 1 BY 1
                   UNTIL WS-NAM-X > WS-NAME-COUNT
               MOVE WS-NAM-RULE (WS-NAM-X) TO WS-RULE-NAME
               PERFORM CHECK-ONE-RULE
                   THRU CHECK-ONE-RULE-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-RULES-CHECKED TO WS-COUNT-DISP.
           STRING "RULES CHECKED      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RULES-FAILED TO WS-COUNT-DISP.
           STRING "RULES NOT CHECKED  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOTAL-PROBLEMS TO WS-COUNT-DISP.
           STRING "EXCEPTIONS         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WREFCHK-REPORT-FILE.

           MOVE WS-TOTAL-PROBLEMS TO WS-COUNT-DISP.
           DISPLAY "WREFCHK: " WS-COUNT-DISP " EXCEPTION(S) -- "
                   "SEE WREFCHK.RPT".
           IF WS-TOTAL-PROBLEMS > ZERO OR WS-RULES-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE RULE LINES, AND THE RULE NAMES IN FIRST-SEEN ORDER.
      ******************************************************************

       LOAD-RULE-FILE.

           OPEN INPUT WREFRULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               GO TO LOAD-RULE-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-RULE-EOF
               READ WREFRULE-FILE
                   AT END
                       SET WS-RULE-EOF TO TRUE
                   NOT AT END
                       IF RR-REC-NAME (1:1) NOT = "*"
                               AND RR-REC-NAME NOT = SPACES
                               AND (WS-ARG-RULE = SPACES
                                    OR RR-REC-NAME = WS-ARG-RULE)
                               AND WS-CLAUSE-COUNT < WS-CLAUSE-MAX
                           PERFORM HOLD-RULE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WREFRULE-FILE.

       LOAD-RULE-FILE-EXIT.
           EXIT.

       HOLD-RULE-LINE.

           ADD 1 TO WS-CLAUSE-COUNT.
           SET WS-CLS-X TO WS-CLAUSE-COUNT.
           MOVE RR-REC-NAME TO WS-CLS-NAME (WS-CLS-X).
           MOVE RR-REC-VERB TO WS-CLS-VERB (WS-CLS-X).
           MOVE RR-REC-TEXT TO WS-CLS-TEXT (WS-CLS-X).

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-NAM-X FROM 1 BY 1
                   UNTIL WS-NAM-X > WS-NAME-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-NAM-RULE (WS-NAM-X) = RR-REC-NAME
                   SET WS-MATCH-NUM TO WS-NAM-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO AND WS-NAME-COUNT < WS-NAME-MAX
               ADD 1 TO WS-NAME-COUNT
               SET WS-NAM-X TO WS-NAME-COUNT
               MOVE RR-REC-NAME TO WS-NAM-RULE (WS-NAM-X)
           END-IF.

      ******************************************************************
      * ONE RULE -- THE PARENT KEYS FIRST, THEN EVERY CHILD AGAINST
      * THEM, THEN THE INACTIVE PARENTS STILL CARRYING OPEN CHILDREN.
      ******************************************************************

       CHECK-ONE-RULE.

           MOVE "N" TO WS-ERROR-SWITCH.
           MOVE SPACES TO WS-CHILD-VOL WS-CHILD-LIB WS-CHILD-FILE
                          WS-CHILD-FIELD WS-PARENT-VOL WS-PARENT-LIB
                          WS-PARENT-FILE WS-PARENT-FIELD.
           MOVE ZERO TO WS-CHILD-COUNT WS-BLANK-REFS WS-ORPHAN-COUNT
                        WS-INACTIVE-COUNT.
           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
               IF WS-CLS-NAME (WS-CLS-X) = WS-RULE-NAME
                   EVALUATE WS-CLS-VERB (WS-CLS-X)
                       WHEN "CHILD"
                           UNSTRING WS-CLS-TEXT (WS-CLS-X)
                               DELIMITED BY ALL " "
                               INTO WS-CHILD-VOL, WS-CHILD-LIB,
                                    WS-CHILD-FILE, WS-CHILD-FIELD
                           END-UNSTRING
                       WHEN "PARENT"
                           UNSTRING WS-CLS-TEXT (WS-CLS-X)
                               DELIMITED BY ALL " "
                               INTO WS-PARENT-VOL, WS-PARENT-LIB,
                                    WS-PARENT-FILE, WS-PARENT-FIELD
                           END-UNSTRING
                       WHEN "OPEN"
                       WHEN "INACT"
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "UNKNOWN VERB "
                                  WS-CLS-VERB (WS-CLS-X)
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           END-STRING
                           SET WS-RULE-IN-ERROR TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           STRING "RULE " WS-RULE-NAME "  CHILD " WS-CHILD-VOL " "
                  WS-CHILD-LIB " " WS-CHILD-FILE " " WS-CHILD-FIELD
                  "  PARENT " WS-PARENT-VOL " " WS-PARENT-LIB " "
                  WS-PARENT-FILE " " WS-PARENT-FIELD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.

           IF NOT WS-RULE-IN-ERROR
                   AND (WS-CHILD-FIELD = SPACES
                        OR WS-PARENT-FIELD = SPACES)
               MOVE "NEEDS A CHILD AND A PARENT LINE, EACH WITH A FIELD"
                   TO WS-ERROR-TEXT
               SET WS-RULE-IN-ERROR TO TRUE
           END-IF.
           IF WS-RULE-IN-ERROR
               GO TO CHECK-ONE-RULE-FAILED
           END-IF.

           PERFORM LOAD-PARENT-KEYS
               THRU LOAD-PARENT-KEYS-EXIT.
           IF WS-RULE-IN-ERROR
               GO TO CHECK-ONE-RULE-FAILED
           END-IF.

           PERFORM CHECK-CHILD-RECORDS
               THRU CHECK-CHILD-RECORDS-EXIT.
           IF WS-RULE-IN-ERROR
               GO TO CHECK-ONE-RULE-FAILED
           END-IF.

           PERFORM VARYING WS-PAR-X FROM 1 BY 1
                   UNTIL WS-PAR-X > WS-PARENT-COUNT
               IF WS-PAR-INACTIVE (WS-PAR-X) = "Y"
                       AND WS-PAR-OPEN-KIDS (WS-PAR-X) > ZERO
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-PAR-OPEN-KIDS (WS-PAR-X) TO WS-COUNT-DISP
                   STRING "  INACTIVE PARENT  " WS-PAR-KEY (WS-PAR-X)
                          " HAS" WS-COUNT-DISP " OPEN CHILD RECORD(S)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

           ADD 1 TO WS-RULES-CHECKED.
           ADD WS-ORPHAN-COUNT WS-INACTIVE-COUNT
               TO WS-TOTAL-PROBLEMS.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CHILD-COUNT TO WS-COUNT-DISP.
           STRING "  CHILDREN READ " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-PARENT-COUNT TO WS-COUNT-DISP.
           STRING "   PARENTS " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE (28:22)
           END-STRING.
           MOVE WS-BLANK-REFS TO WS-COUNT-DISP.
           STRING "   BLANK REFERENCES " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE (50:31)
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISP.
           STRING "  ORPHANS       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISP.
           STRING "   INACTIVE PARENTS WITH OPEN CHILDREN "
                  WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE (28:60)
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           GO TO CHECK-ONE-RULE-EXIT.

       CHECK-ONE-RULE-FAILED.
           ADD 1 TO WS-RULES-FAILED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ** NOT CHECKED -- " WS-ERROR-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY "WREFCHK: RULE " WS-RULE-NAME " NOT CHECKED -- "
                   WS-ERROR-TEXT (1:60).

       CHECK-ONE-RULE-EXIT.
           EXIT.

      ******************************************************************
      * THE PARENT FILE -- EVERY KEY, AND WHETHER IT IS INACTIVE.
      ******************************************************************

       LOAD-PARENT-KEYS.

           MOVE WS-PARENT-VOL TO LAY-VOL.
           MOVE WS-PARENT-LIB TO LAY-LIB.
           MOVE WS-PARENT-FILE TO LAY-FILE.
           MOVE WS-PARENT-FIELD TO WS-FIELD-NAME.
           MOVE "INACT" TO WS-SELECT-VERB.
           PERFORM PREPARE-RULE-FILE
               THRU PREPARE-RULE-FILE-EXIT.
           IF WS-RULE-IN-ERROR
               GO TO LOAD-PARENT-KEYS-EXIT
           END-IF.

           MOVE ZERO TO WS-PARENT-COUNT.
           MOVE "N" TO WS-PARENT-FULL-SWITCH.
           MOVE "N" TO WS-DATA-EOF-SWITCH.
           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-INDEXED-FILE NEXT
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WRF-RECORD TO WS-RECORD-AREA
                           PERFORM HOLD-PARENT-KEY
                   END-READ
               END-PERFORM
               CLOSE WS-INDEXED-FILE
           ELSE
               OPEN INPUT WS-SEQ-FILE
               IF WS-SEQ-STATUS NOT = "00"
                   PERFORM NOTE-OPEN-FAILURE
                   GO TO LOAD-PARENT-KEYS-EXIT
               END-IF
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-SEQ-FILE
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                           PERFORM HOLD-PARENT-KEY
                   END-READ
               END-PERFORM
               CLOSE WS-SEQ-FILE
           END-IF.

           IF WS-PARENT-TABLE-FULL
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "PARENT FILE HAS MORE THAN " WS-PARENT-MAX
                      " RECORDS"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               END-STRING
               SET WS-RULE-IN-ERROR TO TRUE
           END-IF.

       LOAD-PARENT-KEYS-EXIT.
           EXIT.

       HOLD-PARENT-KEY.

           IF WS-PARENT-COUNT NOT < WS-PARENT-MAX
               SET WS-PARENT-TABLE-FULL TO TRUE
               SET WS-DATA-EOF TO TRUE
           ELSE
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
                   WS-KEY-FIELD-NUM, WS-RECORD-AREA, WISP-FIELD-VALUE
               ADD 1 TO WS-PARENT-COUNT
               SET WS-PAR-X TO WS-PARENT-COUNT
               MOVE FV-TEXT TO WS-PAR-KEY (WS-PAR-X)
               MOVE ZERO TO WS-PAR-OPEN-KIDS (WS-PAR-X)
               MOVE "N" TO WS-PAR-INACTIVE (WS-PAR-X)
               IF SEL-TERM-COUNT > ZERO
                   CALL "WLAYSEL" USING WISP-RECORD-LAYOUT,
                       WISP-SELECTION, WS-RECORD-AREA
                   IF SEL-MATCHED
                       MOVE "Y" TO WS-PAR-INACTIVE (WS-PAR-X)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE CHILD FILE -- EVERY REFERENCE LOOKED UP.
      ******************************************************************

       CHECK-CHILD-RECORDS.

           MOVE WS-CHILD-VOL TO LAY-VOL.
           MOVE WS-CHILD-LIB TO LAY-LIB.
           MOVE WS-CHILD-FILE TO LAY-FILE.
           MOVE WS-CHILD-FIELD TO WS-FIELD-NAME.
           MOVE "OPEN" TO WS-SELECT-VERB.
           PERFORM PREPARE-RULE-FILE
               THRU PREPARE-RULE-FILE-EXIT.
           IF WS-RULE-IN-ERROR
               GO TO CHECK-CHILD-RECORDS-EXIT
           END-IF.

           MOVE "N" TO WS-DATA-EOF-SWITCH.
           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-INDEXED-FILE NEXT
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WRF-RECORD TO WS-RECORD-AREA
                           PERFORM CHECK-ONE-CHILD
                   END-READ
               END-PERFORM
               CLOSE WS-INDEXED-FILE
           ELSE
               OPEN INPUT WS-SEQ-FILE
               IF WS-SEQ-STATUS NOT = "00"
                   PERFORM NOTE-OPEN-FAILURE
                   GO TO CHECK-CHILD-RECORDS-EXIT
               END-IF
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-SEQ-FILE
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                           PERFORM CHECK-ONE-CHILD
                   END-READ
               END-PERFORM
               CLOSE WS-SEQ-FILE
           END-IF.

       CHECK-CHILD-RECORDS-EXIT.
           EXIT.

       CHECK-ONE-CHILD.

           ADD 1 TO WS-CHILD-COUNT.
           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-KEY-FIELD-NUM,
               WS-RECORD-AREA, WISP-FIELD-VALUE.
           IF FV-EMPTY
               ADD 1 TO WS-BLANK-REFS
           ELSE
               MOVE ZERO TO WS-MATCH-NUM
               PERFORM VARYING WS-PAR-X FROM 1 BY 1
                       UNTIL WS-PAR-X > WS-PARENT-COUNT
                          OR WS-MATCH-NUM > ZERO
                   IF WS-PAR-KEY (WS-PAR-X) = FV-TEXT
                       SET WS-MATCH-NUM TO WS-PAR-X
                   END-IF
               END-PERFORM
               IF WS-MATCH-NUM = ZERO
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-CHILD-COUNT TO WS-RECNUM-DISP
                   STRING "  ORPHAN  RECORD" WS-RECNUM-DISP "  "
                          WS-CHILD-FIELD " = " FV-TEXT "  "
                          WS-RECORD-AREA (1:40)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WREFCHK-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   IF SEL-TERM-COUNT > ZERO
                       CALL "WLAYSEL" USING WISP-RECORD-LAYOUT,
                           WISP-SELECTION, WS-RECORD-AREA
                   ELSE
                       SET SEL-MATCHED TO TRUE
                   END-IF
                   IF SEL-MATCHED
                       SET WS-PAR-X TO WS-MATCH-NUM
                       ADD 1 TO WS-PAR-OPEN-KIDS (WS-PAR-X)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ONE SIDE OF THE RULE -- ITS LAYOUT, ITS KEY FIELD, ITS
      * SELECTION LINES, AND ITS PATH.
      ******************************************************************

       PREPARE-RULE-FILE.

           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           IF LAY-FIELD-COUNT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "NO LAYOUT DICTIONARY ENTRY FOR " LAY-VOL " "
                      LAY-LIB " " LAY-FILE
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               END-STRING
               SET WS-RULE-IN-ERROR TO TRUE
               GO TO PREPARE-RULE-FILE-EXIT
           END-IF.

           MOVE ZERO TO WS-KEY-FIELD-NUM.
           PERFORM VARYING WS-LAY-X FROM 1 BY 1
                   UNTIL WS-LAY-X > LAY-FIELD-COUNT
                      OR WS-KEY-FIELD-NUM > ZERO
               IF LAY-FLD-NAME (WS-LAY-X) = WS-FIELD-NAME
                   MOVE WS-LAY-X TO WS-KEY-FIELD-NUM
               END-IF
           END-PERFORM.
           IF WS-KEY-FIELD-NUM = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "NO FIELD " WS-FIELD-NAME " IN THE LAYOUT OF "
                      LAY-VOL " " LAY-LIB " " LAY-FILE
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               END-STRING
               SET WS-RULE-IN-ERROR TO TRUE
               GO TO PREPARE-RULE-FILE-EXIT
           END-IF.

           MOVE ZERO TO SEL-TERM-COUNT.
           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
                      OR WS-RULE-IN-ERROR
               IF WS-CLS-NAME (WS-CLS-X) = WS-RULE-NAME
                       AND WS-CLS-VERB (WS-CLS-X) = WS-SELECT-VERB
                   MOVE "AND" TO WS-CONNECTOR
                   MOVE WS-CLS-TEXT (WS-CLS-X) TO WS-CLAUSE-TEXT
                   CALL "WSELPARSE" USING WISP-RECORD-LAYOUT,
                       WISP-SELECTION, WS-CONNECTOR, WS-CLAUSE-TEXT,
                       WS-PARSE-RETURN
                   IF WS-PARSE-RETURN NOT = ZERO
                       MOVE SPACES TO WS-ERROR-TEXT
                       STRING WS-SELECT-VERB " " SEL-MESSAGE
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                       END-STRING
                       SET WS-RULE-IN-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RULE-IN-ERROR
               GO TO PREPARE-RULE-FILE-EXIT
           END-IF.

           CALL "WVOLRES" USING LAY-VOL, LAY-LIB, LAY-FILE,
               WS-DATA-PATH.
           IF WS-DATA-PATH = SPACES
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "NO WISPVOLLIB MAPPING FOR " LAY-VOL " "
                      LAY-LIB " " LAY-FILE
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               END-STRING
               SET WS-RULE-IN-ERROR TO TRUE
           END-IF.

       PREPARE-RULE-FILE-EXIT.
           EXIT.

       NOTE-OPEN-FAILURE.

           MOVE SPACES TO WS-ERROR-TEXT.
           STRING "CANNOT OPEN " WS-DATA-PATH (1:60) " STATUS "
                  WS-SEQ-STATUS
               DELIMITED BY SIZE INTO WS-ERROR-TEXT
           END-STRING.
           SET WS-RULE-IN-ERROR TO TRUE.

       STOP-RUN.

           STOP RUN.
