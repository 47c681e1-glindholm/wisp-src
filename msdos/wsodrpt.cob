      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WSODRPT.
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
      *    WSODRPT is the segregation-of-duties evidence: the person
      *    who keys a payment run must not be the person who releases
      *    it, and the auditors want that shown, not asserted.
      *
      *        WSODRPT from-date to-date        (both YYYYMMDD;
      *                                          defaults as WSECRPT,
      *                                          from the business
      *                                          date)
      *
      *    The conflicts are site-maintained in WSODRULE.DAT, two
      *    kinds of line; lines starting with "*" are comments:
      *
      *        C rule(8) func-a(12) func-b(12) description(40)
      *
      *            a conflicting pair of WAUTHCHK function names --
      *            C PAYSEP   VENDMAINT    PAYRELEASE   ...
      *
      *        A func(12) source(1) name(40)
      *
      *            what on the audit trail counts as doing the
      *            function, as many lines per function as needed:
      *              G  the GETPARM application was keyed (GTPMAUD
      *                 APP=, by OPERATOR=)
      *              O  a supervisor override was given on the
      *                 GETPARM application (GTPMAUD APP=, by the
      *                 OVERRIDE= identity)
      *              F  the master file was changed (CHGAUDX FILE)
      *              P  the program changed a master (CHGAUDX PGM)
      *
      *    Part 1 lists, as the master stands today, every active
      *    operator entitled to both sides of a conflict -- by level
      *    against WFUNAUTH.DAT, or by a named role's F grant in
      *    WROLES.DAT, exactly as WAUTHCHK would decide.  A function
      *    WFUNAUTH.DAT does not list is open to everyone (WAUTHCHK
      *    allows it), and the report says so rather than hiding it.
      *
      *    Part 2 lists every operator who actually did both sides
      *    in the date range, from GTPMAUD (archive segments with the
      *    live file; training screens excluded) and the CHGAUDX
      *    change audit, with how often and when.  A function with no
      *    A line cannot be tested, and the report says that too.
      *
      *    Output goes to WSODRPT.RPT.  RETURN-CODE is 4 when part 2
      *    found anyone, 8 when there is no WSODRULE.DAT.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSODRULE-FILE ASSIGN TO "WSODRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT WFUNAUTH-FILE ASSIGN TO "WFUNAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNC-FILE-STATUS.
           SELECT WROLES-FILE ASSIGN TO "WROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-FILE-STATUS.
           SELECT WOPERMST-FILE ASSIGN TO "WOPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT GTPMAUD-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT CHGAUD-FILE ASSIGN TO "CHGAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-REC-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT WSODRPT-REPORT-FILE ASSIGN TO "WSODRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WSODRULE-FILE.
       01  WSODRULE-RECORD.
           05  SR-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  SR-REC-BODY            PIC X(78).
       01  WSODRULE-CONFLICT.
           05  FILLER                 PIC XX.
           05  SR-REC-RULE            PIC X(8).
           05  FILLER                 PIC X.
           05  SR-REC-FUNC-A          PIC X(12).
           05  FILLER                 PIC X.
           05  SR-REC-FUNC-B          PIC X(12).
           05  FILLER                 PIC X.
           05  SR-REC-DESC            PIC X(40).
       01  WSODRULE-ACTIVITY.
           05  FILLER                 PIC XX.
           05  SR-REC-ACT-FUNC        PIC X(12).
           05  FILLER                 PIC X.
           05  SR-REC-ACT-SOURCE      PIC X.
           05  FILLER                 PIC X.
           05  SR-REC-ACT-NAME        PIC X(40).

       FD  WFUNAUTH-FILE.
       01  WFUNAUTH-RECORD.
           05  FA-REC-FUNC            PIC X(12).
           05  FILLER                 PIC X.
           05  FA-REC-MINAUTH         PIC XX.

       FD  WROLES-FILE.
       01  WROLES-RECORD.
           05  RL-REC-ROLE            PIC X(8).
           05  FILLER                 PIC X.
           05  RL-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  RL-REC-GRANT           PIC X(40).
           05  FILLER                 PIC X.
           05  RL-REC-ITEM            PIC XX.

       FD  WOPERMST-FILE.
       01  WOPERMST-RECORD.
           05  OM-REC-ID              PIC X(8).
           05  FILLER                 PIC X(10).
           05  OM-REC-AUTH            PIC XX.
           05  FILLER                 PIC X(32).
           05  OM-REC-STATUS          PIC X.
           05  FILLER                 PIC X(47).
           05  OM-REC-ROLES           PIC X(35).
           05  FILLER                 PIC X(18).

       FD  GTPMAUD-FILE.
       01  GTPMAUD-RECORD.
           05  GA-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  GA-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X(5).
           05  GA-REC-APP-NAME        PIC X(40).
           05  FILLER                 PIC X(10).
           05  GA-REC-OPERATOR        PIC X(40).
           05  FILLER                 PIC X(1888).

       FD  CHGAUD-FILE.
       COPY "wchgaud.cpy".

       FD  WSODRPT-REPORT-FILE.
       01  WSODRPT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-ARG-1                   PIC X(16).
       01  WS-ARG-2                   PIC X(16).
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-RULE-FILE-STATUS        PIC XX.
       01  WS-FUNC-FILE-STATUS        PIC XX.
       01  WS-ROLE-FILE-STATUS        PIC XX.
       01  WS-MASTER-FILE-STATUS      PIC XX.
       01  WS-LOG-FILE-STATUS         PIC XX.
       01  WS-CHG-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X.
           88  WS-EOF                           VALUE "Y".

       01  WS-LOG-NAME                PIC X(20).
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STEM               PIC X(8)  VALUE "GTPMAUD".
       01  WS-ARCH-INDEX              PIC 9(4)  COMP.
       01  WS-ARCH-RETURN             PIC 9.

      *    The conflicting pairs.
       01  WS-RULE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RULE-MAX                PIC 9(4)  VALUE 100.
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-RUL-X.
               10  WS-RUL-NAME        PIC X(8).
               10  WS-RUL-FUNC-A      PIC X(12).
               10  WS-RUL-FUNC-B      PIC X(12).
               10  WS-RUL-DESC        PIC X(40).

      *    What counts as doing each function.
       01  WS-ACT-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ACT-MAX                 PIC 9(4)  VALUE 300.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY  OCCURS 300 TIMES
                             INDEXED BY WS-ACT-X.
               10  WS-ACT-FUNC        PIC X(12).
               10  WS-ACT-SOURCE      PIC X.
               10  WS-ACT-NAME        PIC X(40).

      *    WFUNAUTH.DAT, as WAUTHCHK holds it.
       01  WS-FUNC-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-FUNC-MAX                PIC 9(4)  VALUE 100.
       01  WS-FUNC-TABLE.
           05  WS-FNC-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-FNC-X.
               10  WS-FNC-NAME        PIC X(12).
               10  WS-FNC-MINAUTH     PIC 99.

      *    The F grants of WROLES.DAT -- the only kind that reaches
      *    a WAUTHCHK function.
       01  WS-GRANT-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-GRANT-MAX               PIC 9(4)  VALUE 500.
       01  WS-GRANT-TABLE.
           05  WS-GRT-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-GRT-X.
               10  WS-GRT-ROLE        PIC X(8).
               10  WS-GRT-FUNC        PIC X(12).

      *    Active operators on the master.
       01  WS-OPER-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-OPER-MAX                PIC 9(4)  VALUE 200.
       01  WS-OPER-TABLE.
           05  WS-OPR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-OPR-X.
               10  WS-OPR-ID          PIC X(8).
               10  WS-OPR-AUTH        PIC XX.
               10  WS-OPR-ROLES       PIC X(35).

      *    The operator's roles, split out for the grant test.
       01  WS-ROLE-COUNT              PIC 9(4)  COMP-5.
       01  WS-ROLE-LIST.
           05  WS-ROLE-NAME           PIC X(8)  OCCURS 4
                                      INDEXED BY WS-ROL-X.
       01  WS-ROLE-PTR                PIC 9(4)  COMP-5.
       01  WS-ROLE-WORD               PIC X(35).

      *    One row per operator per function actually done.
       01  WS-EVID-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-EVID-MAX                PIC 9(4)  VALUE 3000.
       01  WS-EVID-FULL-SWITCH        PIC X     VALUE "N".
           88  WS-EVID-FULL                     VALUE "Y".
       01  WS-EVID-TABLE.
           05  WS-EVD-ENTRY  OCCURS 3000 TIMES
                             INDEXED BY WS-EVD-X WS-EVD-Y.
               10  WS-EVD-OPERATOR    PIC X(8).
               10  WS-EVD-FUNC        PIC X(12).
               10  WS-EVD-KEYED       PIC 9(6)  COMP-5.
               10  WS-EVD-APPROVED    PIC 9(6)  COMP-5.
               10  WS-EVD-CHANGED     PIC 9(6)  COMP-5.
               10  WS-EVD-FIRST       PIC 9(8).
               10  WS-EVD-LAST        PIC 9(8).

      *    One piece of evidence on its way into the table.
       01  WS-EVENT-OPERATOR          PIC X(8).
       01  WS-EVENT-DATE              PIC 9(8).
       01  WS-EVENT-SOURCE            PIC X.
       01  WS-EVENT-NAME              PIC X(40).
       01  WS-OVERRIDE-ID             PIC X(8).
       01  WS-TRAINING-SWITCH         PIC X.
           88  WS-TRAINING-RECORD               VALUE "Y".
       01  WS-HEAD-LENGTH             PIC 9(4)  COMP-5.
       01  WS-SCAN-POS                PIC 9(4)  COMP-5.
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-PAIR-NUM                PIC 9(4)  COMP-5.

      *    The entitlement test.
       01  WS-CHECK-FUNC              PIC X(12).
       01  WS-CHECK-LEVEL             PIC 99.
       01  WS-BASIS                   PIC X(24).
       01  WS-BASIS-A                 PIC X(24).
       01  WS-BASIS-B                 PIC X(24).
       01  WS-LEVEL-DISP              PIC 99.
       01  WS-MIN-DISP                PIC 99.

       01  WS-RULE-HITS               PIC 9(5)  COMP-5.
       01  WS-TOT-ENTITLED            PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-OCCURRED            PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-GTPMAUD             PIC 9(7)  COMP-5 VALUE ZERO.
       01  WS-TOT-CHGAUD              PIC 9(7)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-3            PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-4            PIC ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WSODRPT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1 WS-ARG-2.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1, WS-ARG-2
           END-UNSTRING.

           IF WS-ARG-1 (1:8) IS NUMERIC
               MOVE WS-ARG-1 (1:8) TO WS-FROM-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-ARG-2 (1:8) IS NUMERIC
               MOVE WS-ARG-2 (1:8) TO WS-TO-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

           PERFORM LOAD-CONFLICT-RULES
               THRU LOAD-CONFLICT-RULES-EXIT.
           IF WS-RULE-COUNT = ZERO
               DISPLAY "WSODRPT: NO CONFLICT RULES IN WSODRULE.DAT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           PERFORM LOAD-FUNCTION-TABLE
               THRU LOAD-FUNCTION-TABLE-EXIT.
           PERFORM LOAD-ROLE-GRANTS
               THRU LOAD-ROLE-GRANTS-EXIT.
           PERFORM LOAD-OPERATOR-MASTER
               THRU LOAD-OPERATOR-MASTER-EXIT.

           PERFORM READ-SCREEN-HISTORY
               THRU READ-SCREEN-HISTORY-EXIT.
           PERFORM READ-CHANGE-AUDIT
               THRU READ-CHANGE-AUDIT-EXIT.

           OPEN OUTPUT WSODRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WSODRPT - SEGREGATION OF DUTIES ANALYSIS FROM "
                  WS-FROM-DATE " TO " WS-TO-DATE
                  "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM WRITE-ENTITLEMENT-CONFLICTS.
           PERFORM WRITE-OCCURRED-CONFLICTS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-RULE-COUNT TO WS-COUNT-DISP.
           MOVE WS-TOT-ENTITLED TO WS-COUNT-DISP-2.
           MOVE WS-TOT-OCCURRED TO WS-COUNT-DISP-3.
           STRING "TOTALS: RULES " WS-COUNT-DISP
                  "   ENTITLED TO BOTH " WS-COUNT-DISP-2
                  "   DID BOTH " WS-COUNT-DISP-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOT-GTPMAUD TO WS-COUNT-DISP.
           MOVE WS-TOT-CHGAUD TO WS-COUNT-DISP-2.
           STRING "        SCREENS READ " WS-COUNT-DISP
                  "   MASTER CHANGES READ " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-EVID-FULL
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-EVID-MAX TO WS-COUNT-DISP
               STRING "        *** EVIDENCE TABLE FULL AT "
                      WS-COUNT-DISP
                      " ROWS -- PART 2 IS INCOMPLETE; NARROW THE "
                      "DATE RANGE ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.
           CLOSE WSODRPT-REPORT-FILE.

           MOVE WS-TOT-ENTITLED TO WS-COUNT-DISP.
           MOVE WS-TOT-OCCURRED TO WS-COUNT-DISP-2.
           DISPLAY "WSODRPT: " WS-COUNT-DISP " ENTITLED TO BOTH, "
                   WS-COUNT-DISP-2 " DID BOTH.".
           IF WS-TOT-OCCURRED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * WSODRULE.DAT -- THE C LINES INTO THE RULE TABLE, THE A LINES
      * INTO THE ACTIVITY MAP.
      ******************************************************************

       LOAD-CONFLICT-RULES.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WSODRULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               GO TO LOAD-CONFLICT-RULES-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WSODRULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM KEEP-RULE-LINE
               END-READ
           END-PERFORM.
           CLOSE WSODRULE-FILE.

       LOAD-CONFLICT-RULES-EXIT.
           EXIT.

       KEEP-RULE-LINE.

           EVALUATE TRUE
               WHEN SR-REC-TYPE = "C"
                       AND SR-REC-RULE NOT = SPACES
                       AND SR-REC-FUNC-A NOT = SPACES
                       AND SR-REC-FUNC-B NOT = SPACES
                   IF WS-RULE-COUNT < WS-RULE-MAX
                       ADD 1 TO WS-RULE-COUNT
                       SET WS-RUL-X TO WS-RULE-COUNT
                       MOVE SR-REC-RULE   TO WS-RUL-NAME (WS-RUL-X)
                       MOVE SR-REC-FUNC-A TO WS-RUL-FUNC-A (WS-RUL-X)
                       MOVE SR-REC-FUNC-B TO WS-RUL-FUNC-B (WS-RUL-X)
                       MOVE SR-REC-DESC   TO WS-RUL-DESC (WS-RUL-X)
                   ELSE
                       DISPLAY "WSODRPT: RULE TABLE FULL AT "
                               WS-RULE-MAX " -- " SR-REC-RULE
                               " IGNORED."
                   END-IF
               WHEN SR-REC-TYPE = "A"
                       AND SR-REC-ACT-FUNC NOT = SPACES
                       AND (SR-REC-ACT-SOURCE = "G" OR "O" OR "F"
                                                OR "P")
                       AND SR-REC-ACT-NAME NOT = SPACES
                   IF WS-ACT-COUNT < WS-ACT-MAX
                       ADD 1 TO WS-ACT-COUNT
                       SET WS-ACT-X TO WS-ACT-COUNT
                       MOVE SR-REC-ACT-FUNC
                           TO WS-ACT-FUNC (WS-ACT-X)
                       MOVE SR-REC-ACT-SOURCE
                           TO WS-ACT-SOURCE (WS-ACT-X)
                       MOVE SR-REC-ACT-NAME
                           TO WS-ACT-NAME (WS-ACT-X)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * WFUNAUTH.DAT AND THE F GRANTS OF WROLES.DAT -- READ THE SAME
      * WAY WAUTHCHK AND WROLECHK READ THEM.
      ******************************************************************

       LOAD-FUNCTION-TABLE.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WFUNAUTH-FILE.
           IF WS-FUNC-FILE-STATUS NOT = "00"
               GO TO LOAD-FUNCTION-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WFUNAUTH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FA-REC-FUNC NOT = SPACES
                               AND FA-REC-FUNC (1:1) NOT = "*"
                               AND FA-REC-MINAUTH IS NUMERIC
                               AND WS-FUNC-COUNT < WS-FUNC-MAX
                           ADD 1 TO WS-FUNC-COUNT
                           SET WS-FNC-X TO WS-FUNC-COUNT
                           MOVE FA-REC-FUNC TO WS-FNC-NAME (WS-FNC-X)
                           MOVE FA-REC-MINAUTH
                               TO WS-FNC-MINAUTH (WS-FNC-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WFUNAUTH-FILE.

       LOAD-FUNCTION-TABLE-EXIT.
           EXIT.

       LOAD-ROLE-GRANTS.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WROLES-FILE.
           IF WS-ROLE-FILE-STATUS NOT = "00"
               GO TO LOAD-ROLE-GRANTS-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WROLES-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RL-REC-ROLE NOT = SPACES
                               AND RL-REC-ROLE (1:1) NOT = "*"
                               AND RL-REC-TYPE = "F"
                               AND RL-REC-GRANT NOT = SPACES
                               AND WS-GRANT-COUNT < WS-GRANT-MAX
                           ADD 1 TO WS-GRANT-COUNT
                           SET WS-GRT-X TO WS-GRANT-COUNT
                           MOVE RL-REC-ROLE TO WS-GRT-ROLE (WS-GRT-X)
                           MOVE RL-REC-GRANT (1:12)
                               TO WS-GRT-FUNC (WS-GRT-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WROLES-FILE.

       LOAD-ROLE-GRANTS-EXIT.
           EXIT.

      ******************************************************************
      * THE ACTIVE OPERATORS -- COMMENT LINES AND DEACTIVATED
      * OPERATORS ("I") HOLD NOTHING.
      ******************************************************************

       LOAD-OPERATOR-MASTER.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WOPERMST-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "WSODRPT: NO WOPERMST -- PART 1 IS EMPTY."
               GO TO LOAD-OPERATOR-MASTER-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WOPERMST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF OM-REC-ID NOT = SPACES
                               AND OM-REC-ID (1:1) NOT = "*"
                               AND OM-REC-STATUS NOT = "I"
                           IF WS-OPER-COUNT < WS-OPER-MAX
                               ADD 1 TO WS-OPER-COUNT
                               SET WS-OPR-X TO WS-OPER-COUNT
                               MOVE OM-REC-ID TO WS-OPR-ID (WS-OPR-X)
                               MOVE OM-REC-AUTH
                                   TO WS-OPR-AUTH (WS-OPR-X)
                               MOVE OM-REC-ROLES
                                   TO WS-OPR-ROLES (WS-OPR-X)
                           ELSE
                               DISPLAY "WSODRPT: OPERATOR TABLE FULL "
                                       "AT " WS-OPER-MAX " -- "
                                       OM-REC-ID " NOT TESTED."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WOPERMST-FILE.

       LOAD-OPERATOR-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * GTPMAUD -- ARCHIVE SEGMENTS COVERING THE RANGE, OLDEST FIRST,
      * THEN THE LIVE FILE.
      ******************************************************************

       READ-SCREEN-HISTORY.

           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-ARCHIVE-SEGMENT
               THRU READ-ONE-ARCHIVE-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

           MOVE "GTPMAUD" TO WS-LOG-NAME.
           PERFORM READ-ONE-SCREEN-FILE
               THRU READ-ONE-SCREEN-FILE-EXIT.

       READ-SCREEN-HISTORY-EXIT.
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
           PERFORM READ-ONE-SCREEN-FILE
               THRU READ-ONE-SCREEN-FILE-EXIT.

       READ-ONE-ARCHIVE-SEGMENT-EXIT.
           EXIT.

       READ-ONE-SCREEN-FILE.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GTPMAUD-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO READ-ONE-SCREEN-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ GTPMAUD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GA-REC-DATE IS NUMERIC
                               AND GA-REC-DATE NOT < WS-FROM-DATE
                               AND GA-REC-DATE NOT > WS-TO-DATE
                               AND GA-REC-APP-NAME NOT = SPACES
                           PERFORM NOTE-SCREEN-RECORD
                               THRU NOTE-SCREEN-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GTPMAUD-FILE.

       READ-ONE-SCREEN-FILE-EXIT.
           EXIT.

      *    The tags sit between the fixed columns and the first D-nn=
      *    field value; only that stretch is searched, so nothing an
      *    operator keyed can pass for a tag.
       NOTE-SCREEN-RECORD.

           MOVE ZERO TO WS-HEAD-LENGTH.
           INSPECT GTPMAUD-RECORD TALLYING WS-HEAD-LENGTH
               FOR CHARACTERS BEFORE INITIAL " D-".
           MOVE SPACES TO WS-OVERRIDE-ID.
           MOVE "N" TO WS-TRAINING-SWITCH.
           PERFORM VARYING WS-SCAN-POS FROM 113 BY 1
                   UNTIL WS-SCAN-POS + 12 > WS-HEAD-LENGTH
               IF GTPMAUD-RECORD (WS-SCAN-POS:13) = " TRAINING=YES"
                   SET WS-TRAINING-RECORD TO TRUE
               END-IF
               IF GTPMAUD-RECORD (WS-SCAN-POS:10) = " OVERRIDE="
                   MOVE GTPMAUD-RECORD (WS-SCAN-POS + 10:8)
                       TO WS-OVERRIDE-ID
               END-IF
           END-PERFORM.
           IF WS-TRAINING-RECORD
               GO TO NOTE-SCREEN-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-TOT-GTPMAUD.

           MOVE GA-REC-DATE TO WS-EVENT-DATE.
           MOVE GA-REC-APP-NAME TO WS-EVENT-NAME.
           IF GA-REC-OPERATOR (1:8) NOT = SPACES
               MOVE GA-REC-OPERATOR (1:8) TO WS-EVENT-OPERATOR
               MOVE "G" TO WS-EVENT-SOURCE
               PERFORM MAP-EVENT-TO-FUNCTIONS
           END-IF.
           IF WS-OVERRIDE-ID NOT = SPACES
               MOVE WS-OVERRIDE-ID TO WS-EVENT-OPERATOR
               MOVE "O" TO WS-EVENT-SOURCE
               PERFORM MAP-EVENT-TO-FUNCTIONS
           END-IF.

       NOTE-SCREEN-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * CHGAUDX -- ONE KEY RANGE FROM THE FROM-DATE, AS WOPNRPT READS
      * OPENFAUDX.
      ******************************************************************

       READ-CHANGE-AUDIT.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CHGAUD-FILE.
           IF WS-CHG-FILE-STATUS NOT = "00"
               GO TO READ-CHANGE-AUDIT-EXIT
           END-IF.
           MOVE LOW-VALUES TO CA-REC-KEY.
           MOVE WS-FROM-DATE TO CA-REC-DATE.
           START CHGAUD-FILE KEY NOT < CA-REC-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               PERFORM READ-NEXT-CHANGE-RECORD
           END-IF.
           PERFORM UNTIL WS-EOF
               IF CA-REC-DATE > WS-TO-DATE
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM NOTE-CHANGE-RECORD
                   PERFORM READ-NEXT-CHANGE-RECORD
               END-IF
           END-PERFORM.
           CLOSE CHGAUD-FILE.

       READ-CHANGE-AUDIT-EXIT.
           EXIT.

       READ-NEXT-CHANGE-RECORD.

           READ CHGAUD-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       NOTE-CHANGE-RECORD.

           IF CA-REC-OPERATOR (1:8) NOT = SPACES
               ADD 1 TO WS-TOT-CHGAUD
               MOVE CA-REC-DATE TO WS-EVENT-DATE
               MOVE CA-REC-OPERATOR (1:8) TO WS-EVENT-OPERATOR
               MOVE "F" TO WS-EVENT-SOURCE
               MOVE CA-REC-FILE TO WS-EVENT-NAME
               PERFORM MAP-EVENT-TO-FUNCTIONS
               MOVE "P" TO WS-EVENT-SOURCE
               MOVE CA-REC-PGM-NAME TO WS-EVENT-NAME
               PERFORM MAP-EVENT-TO-FUNCTIONS
           END-IF.

      ******************************************************************
      * EVERY FUNCTION THE ACTIVITY MAP TIES THIS EVENT TO IS CREDITED
      * TO THE OPERATOR.
      ******************************************************************

       MAP-EVENT-TO-FUNCTIONS.

           PERFORM VARYING WS-ACT-X FROM 1 BY 1
                   UNTIL WS-ACT-X > WS-ACT-COUNT
               IF WS-ACT-SOURCE (WS-ACT-X) = WS-EVENT-SOURCE
                       AND WS-ACT-NAME (WS-ACT-X) = WS-EVENT-NAME
                   PERFORM CREDIT-EVIDENCE
               END-IF
           END-PERFORM.

       CREDIT-EVIDENCE.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-EVD-X FROM 1 BY 1
                   UNTIL WS-EVD-X > WS-EVID-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-EVD-OPERATOR (WS-EVD-X) = WS-EVENT-OPERATOR
                       AND WS-EVD-FUNC (WS-EVD-X)
                           = WS-ACT-FUNC (WS-ACT-X)
                   SET WS-MATCH-NUM TO WS-EVD-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               IF WS-EVID-COUNT < WS-EVID-MAX
                   ADD 1 TO WS-EVID-COUNT
                   SET WS-EVD-X TO WS-EVID-COUNT
                   MOVE WS-EVENT-OPERATOR
                       TO WS-EVD-OPERATOR (WS-EVD-X)
                   MOVE WS-ACT-FUNC (WS-ACT-X)
                       TO WS-EVD-FUNC (WS-EVD-X)
                   MOVE ZERO TO WS-EVD-KEYED (WS-EVD-X)
                                WS-EVD-APPROVED (WS-EVD-X)
                                WS-EVD-CHANGED (WS-EVD-X)
                   MOVE WS-EVENT-DATE TO WS-EVD-FIRST (WS-EVD-X)
                                         WS-EVD-LAST (WS-EVD-X)
                   MOVE WS-EVID-COUNT TO WS-MATCH-NUM
               ELSE
                   SET WS-EVID-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-EVD-X TO WS-MATCH-NUM
               EVALUATE WS-EVENT-SOURCE
                   WHEN "G"
                       ADD 1 TO WS-EVD-KEYED (WS-EVD-X)
                   WHEN "O"
                       ADD 1 TO WS-EVD-APPROVED (WS-EVD-X)
                   WHEN OTHER
                       ADD 1 TO WS-EVD-CHANGED (WS-EVD-X)
               END-EVALUATE
               IF WS-EVENT-DATE < WS-EVD-FIRST (WS-EVD-X)
                   MOVE WS-EVENT-DATE TO WS-EVD-FIRST (WS-EVD-X)
               END-IF
               IF WS-EVENT-DATE > WS-EVD-LAST (WS-EVD-X)
                   MOVE WS-EVENT-DATE TO WS-EVD-LAST (WS-EVD-X)
               END-IF
           END-IF.

      ******************************************************************
      * PART 1 -- WHO IS ENTITLED TO BOTH SIDES, AS THE MASTER STANDS.
      ******************************************************************

       WRITE-ENTITLEMENT-CONFLICTS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PART 1 - OPERATORS ENTITLED TO BOTH SIDES OF A "
                  "CONFLICT (WOPERMST AS OF " WS-BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-RUL-X FROM 1 BY 1
                   UNTIL WS-RUL-X > WS-RULE-COUNT
               PERFORM PUT-RULE-HEADING
               STRING "  OPERATOR AUTH  HOLDS SIDE A BY"
                      "           HOLDS SIDE B BY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
               MOVE ZERO TO WS-RULE-HITS
               PERFORM VARYING WS-OPR-X FROM 1 BY 1
                       UNTIL WS-OPR-X > WS-OPER-COUNT
                   PERFORM TEST-OPERATOR-AGAINST-RULE
               END-PERFORM
               IF WS-RULE-HITS = ZERO
                   MOVE "  (NO OPERATOR HOLDS BOTH)" TO WS-REPORT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM.

       TEST-OPERATOR-AGAINST-RULE.

           PERFORM SPLIT-OPERATOR-ROLES.
           MOVE WS-RUL-FUNC-A (WS-RUL-X) TO WS-CHECK-FUNC.
           PERFORM CHECK-HOLDS-FUNCTION.
           MOVE WS-BASIS TO WS-BASIS-A.
           IF WS-BASIS-A NOT = SPACES
               MOVE WS-RUL-FUNC-B (WS-RUL-X) TO WS-CHECK-FUNC
               PERFORM CHECK-HOLDS-FUNCTION
               MOVE WS-BASIS TO WS-BASIS-B
               IF WS-BASIS-B NOT = SPACES
                   ADD 1 TO WS-RULE-HITS
                   ADD 1 TO WS-TOT-ENTITLED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-OPR-ID (WS-OPR-X) " "
                          WS-OPR-AUTH (WS-OPR-X) "    "
                          WS-BASIS-A "  " WS-BASIS-B
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-LINE
               END-IF
           END-IF.

      *    WAUTHCHK's own order: unlisted is open, then the level,
      *    then a role.  WS-BASIS comes back blank when the operator
      *    does not hold the function.
       CHECK-HOLDS-FUNCTION.

           MOVE SPACES TO WS-BASIS.
           MOVE ZERO TO WS-CHECK-LEVEL.
           IF WS-OPR-AUTH (WS-OPR-X) IS NUMERIC
               MOVE WS-OPR-AUTH (WS-OPR-X) TO WS-CHECK-LEVEL
           END-IF.
           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-FNC-X FROM 1 BY 1
                   UNTIL WS-FNC-X > WS-FUNC-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-FNC-NAME (WS-FNC-X) = WS-CHECK-FUNC
                   SET WS-MATCH-NUM TO WS-FNC-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               MOVE "UNLISTED - OPEN TO ALL" TO WS-BASIS
           ELSE
               SET WS-FNC-X TO WS-MATCH-NUM
               IF WS-CHECK-LEVEL NOT < WS-FNC-MINAUTH (WS-FNC-X)
                   MOVE WS-CHECK-LEVEL TO WS-LEVEL-DISP
                   MOVE WS-FNC-MINAUTH (WS-FNC-X) TO WS-MIN-DISP
                   STRING "LEVEL " WS-LEVEL-DISP " >= " WS-MIN-DISP
                       DELIMITED BY SIZE INTO WS-BASIS
                   END-STRING
               ELSE
                   PERFORM VARYING WS-ROL-X FROM 1 BY 1
                           UNTIL WS-ROL-X > WS-ROLE-COUNT
                              OR WS-BASIS NOT = SPACES
                       PERFORM VARYING WS-GRT-X FROM 1 BY 1
                               UNTIL WS-GRT-X > WS-GRANT-COUNT
                                  OR WS-BASIS NOT = SPACES
                           IF WS-GRT-ROLE (WS-GRT-X)
                                   = WS-ROLE-NAME (WS-ROL-X)
                                   AND WS-GRT-FUNC (WS-GRT-X)
                                       = WS-CHECK-FUNC
                               STRING "ROLE " WS-ROLE-NAME (WS-ROL-X)
                                   DELIMITED BY SIZE INTO WS-BASIS
                               END-STRING
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-IF.

      *    Up to four role names, space-separated, as WROLECHK
      *    splits WISPOPERROLES.
       SPLIT-OPERATOR-ROLES.

           MOVE ZERO TO WS-ROLE-COUNT.
           MOVE SPACES TO WS-ROLE-LIST.
           MOVE 1 TO WS-ROLE-PTR.
           PERFORM UNTIL WS-ROLE-PTR > 35
                      OR WS-ROLE-COUNT = 4
               MOVE SPACES TO WS-ROLE-WORD
               UNSTRING WS-OPR-ROLES (WS-OPR-X) DELIMITED BY ALL " "
                   INTO WS-ROLE-WORD
                   WITH POINTER WS-ROLE-PTR
               END-UNSTRING
               IF WS-ROLE-WORD NOT = SPACES
                   ADD 1 TO WS-ROLE-COUNT
                   MOVE WS-ROLE-WORD TO WS-ROLE-NAME (WS-ROLE-COUNT)
               END-IF
           END-PERFORM.

      ******************************************************************
      * PART 2 -- WHO DID BOTH SIDES IN THE RANGE.
      ******************************************************************

       WRITE-OCCURRED-CONFLICTS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PART 2 - SAME OPERATOR DID BOTH SIDES, "
                  WS-FROM-DATE " TO " WS-TO-DATE
                  " (GTPMAUD AND CHGAUDX)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-RUL-X FROM 1 BY 1
                   UNTIL WS-RUL-X > WS-RULE-COUNT
               PERFORM PUT-RULE-HEADING
               PERFORM CHECK-RULE-IS-MAPPED
               STRING "  OPERATOR FUNCTION       KEYED  APPROVED"
                      "   CHANGED  FIRST    LAST"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
               MOVE ZERO TO WS-RULE-HITS
               PERFORM VARYING WS-EVD-X FROM 1 BY 1
                       UNTIL WS-EVD-X > WS-EVID-COUNT
                   IF WS-EVD-FUNC (WS-EVD-X) = WS-RUL-FUNC-A (WS-RUL-X)
                       PERFORM TEST-OPERATOR-DID-BOTH
                   END-IF
               END-PERFORM
               IF WS-RULE-HITS = ZERO
                   MOVE "  (NO OPERATOR DID BOTH)" TO WS-REPORT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM.

       TEST-OPERATOR-DID-BOTH.

           MOVE ZERO TO WS-PAIR-NUM.
           PERFORM VARYING WS-EVD-Y FROM 1 BY 1
                   UNTIL WS-EVD-Y > WS-EVID-COUNT
                      OR WS-PAIR-NUM > ZERO
               IF WS-EVD-OPERATOR (WS-EVD-Y)
                       = WS-EVD-OPERATOR (WS-EVD-X)
                       AND WS-EVD-FUNC (WS-EVD-Y)
                           = WS-RUL-FUNC-B (WS-RUL-X)
                   SET WS-PAIR-NUM TO WS-EVD-Y
               END-IF
           END-PERFORM.
           IF WS-PAIR-NUM > ZERO
               ADD 1 TO WS-RULE-HITS
               ADD 1 TO WS-TOT-OCCURRED
               PERFORM PUT-EVIDENCE-LINE
               SET WS-EVD-Y TO WS-PAIR-NUM
               MOVE WS-EVD-KEYED (WS-EVD-Y) TO WS-COUNT-DISP
               MOVE WS-EVD-APPROVED (WS-EVD-Y) TO WS-COUNT-DISP-2
               MOVE WS-EVD-CHANGED (WS-EVD-Y) TO WS-COUNT-DISP-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING "           " WS-EVD-FUNC (WS-EVD-Y) " "
                      WS-COUNT-DISP "   " WS-COUNT-DISP-2 "   "
                      WS-COUNT-DISP-3 "  " WS-EVD-FIRST (WS-EVD-Y)
                      " " WS-EVD-LAST (WS-EVD-Y)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

       PUT-EVIDENCE-LINE.

           MOVE WS-EVD-KEYED (WS-EVD-X) TO WS-COUNT-DISP.
           MOVE WS-EVD-APPROVED (WS-EVD-X) TO WS-COUNT-DISP-2.
           MOVE WS-EVD-CHANGED (WS-EVD-X) TO WS-COUNT-DISP-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-EVD-OPERATOR (WS-EVD-X) " "
                  WS-EVD-FUNC (WS-EVD-X) " "
                  WS-COUNT-DISP "   " WS-COUNT-DISP-2 "   "
                  WS-COUNT-DISP-3 "  " WS-EVD-FIRST (WS-EVD-X)
                  " " WS-EVD-LAST (WS-EVD-X)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

      *    A side nothing on the audit trail is tied to can never
      *    show up in part 2 -- say so, rather than print a clean
      *    result the rules file cannot support.
       CHECK-RULE-IS-MAPPED.

           MOVE WS-RUL-FUNC-A (WS-RUL-X) TO WS-CHECK-FUNC.
           PERFORM CHECK-FUNCTION-IS-MAPPED.
           MOVE WS-RUL-FUNC-B (WS-RUL-X) TO WS-CHECK-FUNC.
           PERFORM CHECK-FUNCTION-IS-MAPPED.

       CHECK-FUNCTION-IS-MAPPED.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-ACT-X FROM 1 BY 1
                   UNTIL WS-ACT-X > WS-ACT-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-ACT-FUNC (WS-ACT-X) = WS-CHECK-FUNC
                   SET WS-MATCH-NUM TO WS-ACT-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** NO A LINE FOR " WS-CHECK-FUNC
                      " -- THIS RULE CANNOT BE TESTED AGAINST THE "
                      "AUDIT TRAIL ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

      ******************************************************************
      * SHARED LINE WRITERS.
      ******************************************************************

       PUT-RULE-HEADING.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           STRING "RULE " WS-RUL-NAME (WS-RUL-X) "  "
                  WS-RUL-FUNC-A (WS-RUL-X) " VS "
                  WS-RUL-FUNC-B (WS-RUL-X) "  "
                  WS-RUL-DESC (WS-RUL-X)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

       PUT-LINE.

           WRITE WSODRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
