      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WSCRNCHK.
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
      *    WSCRNCHK cross-validates the files the operator screens and
      *    menus are built from.  Each one names things in the others,
      *    and the programs that read them pass over whatever they do
      *    not recognize -- so a typo shows up only when a clerk
      *    presses the key.  This pass reports, to WSCRNCHK.RPT and
      *    the console:
      *
      *        WGPSCRN.DAT (the screen repository WGPLOAD serves)
      *        - lines outside a SCREEN, unknown directives, the same
      *          screen defined twice
      *        - FIELD lines with a bad number, row, column, length,
      *          FAC, edit code or authority (WGPLOAD skips or zeroes
      *          what it cannot read -- an unreadable authority leaves
      *          the field open to everyone)
      *        - fields running off the 24x80 screen, and fields on
      *          the same screen overlapping one another
      *        - a FIELD-HELP reference with no WGPHELP block
      *        - a FIELD-LOOKUP triple with no WISPVOLLIB.DAT mapping
      *        - an OVERRIDE level no active operator holds (the
      *          screen could never be completed)
      *        - BATCH and DUPCHECK naming fields the screen lacks
      *
      *        WMENU.DAT
      *        - entries outside a MENU, unknown directives, the same
      *          menu defined twice, no MAIN menu
      *        - an ITEM or UPDATE program with no .int module in the
      *          working directory or on $COBPATH, or one the program
      *          catalog (WPGMCAT.DAT) shows decommissioned
      *        - a SUBMENU naming a menu that is not defined
      *        - a code used twice on one menu, or a fast-path code
      *          launching different programs from different menus
      *        - more entries on a menu than WMENU can show
      *        - an entry level no active operator holds and no role
      *          (WROLES.DAT type M) grants
      *
      *        WFUNAUTH.DAT
      *        - an unreadable minimum level (WAUTHCHK ignores the
      *          line, so the function is not gated at all)
      *        - a function listed twice
      *        - a level no active operator holds and no role (type F)
      *          grants
      *
      *        WPFKEYS.DAT
      *        - unreadable key numbers, a key remapped twice for one
      *          operator, more remaps than WMFNGETPARM holds
      *        - a profile for an operator not in WOPERMST.DAT
      *
      *    WFUNAUTH.DAT, WPFKEYS.DAT, WROLES.DAT and WPGMCAT.DAT are
      *    optional, as they are to the programs that read them; with
      *    no operator master the authority-level and key-profile
      *    operator checks are passed over and the report says so.
      *
      *    RETURN-CODE is 8 when anything is wrong, 0 when clean, so
      *    it runs as the pre-flight after any screen or menu change
      *    and as a nightly step-zero step beside WCFGCHK and WVOLCHK.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WGPSCRN-FILE ASSIGN TO "WGPSCRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRN-FILE-STATUS.
           SELECT WGPHELP-FILE ASSIGN TO "WGPHELP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELP-FILE-STATUS.
           SELECT WMENU-FILE ASSIGN TO "WMENU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-FILE-STATUS.
           SELECT WFUNAUTH-FILE ASSIGN TO "WFUNAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNC-FILE-STATUS.
           SELECT WPFKEYS-FILE ASSIGN TO "WPFKEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFK-FILE-STATUS.
           SELECT WISPVOLLIB-FILE ASSIGN TO "WISPVOLLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLLIB-FILE-STATUS.
           SELECT WOPERMST-FILE ASSIGN TO "WOPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT WROLES-FILE ASSIGN TO "WROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-FILE-STATUS.
           SELECT WPGMCAT-FILE ASSIGN TO "WPGMCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGM-FILE-STATUS.
           SELECT WS-PROBE-IN-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT WSCRNCHK-REPORT-FILE ASSIGN TO "WSCRNCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.
       FD  WGPSCRN-FILE.
       01  WGPSCRN-RECORD             PIC X(100).
       FD  WGPHELP-FILE.
       01  WGPHELP-RECORD.
           05  WH-REC-REF             PIC X(8).
           05  FILLER                 PIC X.
           05  WH-REC-TEXT            PIC X(70).
       FD  WMENU-FILE.
       01  WMENU-RECORD               PIC X(100).
       FD  WFUNAUTH-FILE.
       01  WFUNAUTH-RECORD.
           05  WF-REC-FUNC            PIC X(12).
           05  WF-REC-SEP             PIC X.
           05  WF-REC-MINAUTH         PIC XX.
       FD  WPFKEYS-FILE.
       01  WPFKEYS-RECORD.
           05  WK-REC-OPERATOR        PIC X(8).
           05  FILLER                 PIC X.
           05  WK-REC-FROM            PIC XX.
           05  FILLER                 PIC X.
           05  WK-REC-TO              PIC XX.
       FD  WISPVOLLIB-FILE.
       01  WISPVOLLIB-RECORD.
           05  WV-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  WV-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  WV-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  WV-REC-PATH            PIC X(80).
       FD  WOPERMST-FILE.
       01  WOPERMST-RECORD.
           05  WO-REC-ID              PIC X(8).
           05  FILLER                 PIC X.
           05  WO-REC-PASSWORD        PIC X(8).
           05  FILLER                 PIC X.
           05  WO-REC-AUTH            PIC XX.
           05  FILLER                 PIC X.
           05  WO-REC-NAME            PIC X(30).
           05  FILLER                 PIC X.
           05  WO-REC-STATUS          PIC X.
           05  FILLER                 PIC X(100).
       FD  WROLES-FILE.
       01  WROLES-RECORD.
           05  WR-REC-ROLE            PIC X(8).
           05  FILLER                 PIC X.
           05  WR-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  WR-REC-GRANT           PIC X(40).
           05  FILLER                 PIC X.
           05  WR-REC-ITEM            PIC XX.
       FD  WPGMCAT-FILE.
           COPY "wpgmcat.cpy".
       FD  WS-PROBE-IN-FILE.
       01  WS-PROBE-IN-RECORD         PIC X(80).
       FD  WSCRNCHK-REPORT-FILE.
       01  WSCRNCHK-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  WS-SCRN-FILE-STATUS        PIC XX.
       01  WS-HELP-FILE-STATUS        PIC XX.
       01  WS-MENU-FILE-STATUS        PIC XX.
       01  WS-FUNC-FILE-STATUS        PIC XX.
       01  WS-PFK-FILE-STATUS         PIC XX.
       01  WS-VOLLIB-FILE-STATUS      PIC XX.
       01  WS-OPER-FILE-STATUS        PIC XX.
       01  WS-ROLE-FILE-STATUS        PIC XX.
       01  WS-PGM-FILE-STATUS         PIC XX.
       01  WS-PROBE-STATUS            PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X     VALUE "N".
           88  WS-EOF                           VALUE "Y".

      *    The reference files, held resident for the cross-checks.
       01  WS-MAP-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-MAP-MAX                 PIC 9(4)  VALUE 500.
       01  WS-MAP-TABLE.
           05  WS-MAP-TRIPLE          PIC X(24) OCCURS 500
                                      INDEXED BY WS-MAP-X.

       01  WS-HELP-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HELP-MAX                PIC 9(4)  VALUE 400.
       01  WS-HELP-TABLE.
           05  WS-HELP-REF            PIC X(8)  OCCURS 400
                                      INDEXED BY WS-HELP-X.
       01  WS-HELP-LOADED-SWITCH      PIC X     VALUE "N".
           88  WS-HELP-LOADED                   VALUE "Y".

      *    Active operators -- everyone in the master but a
      *    deactivated (status "I") ID -- and the highest level any
      *    of them holds.
       01  WS-OPER-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-OPER-MAX                PIC 9(4)  VALUE 200.
       01  WS-OPER-TABLE.
           05  WS-OPER-ID             PIC X(8)  OCCURS 200
                                      INDEXED BY WS-OPER-X.
       01  WS-TOP-AUTH                PIC 99    VALUE ZERO.
       01  WS-OPER-LOADED-SWITCH      PIC X     VALUE "N".
           88  WS-OPER-LOADED                   VALUE "Y".

      *    Role grants of type M (menu codes) and F (functions).
       01  WS-ROLE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ROLE-MAX                PIC 9(4)  VALUE 500.
       01  WS-ROLE-TABLE.
           05  WS-ROLE-ENTRY  OCCURS 500 TIMES
                              INDEXED BY WS-ROLE-X.
               10  WS-ROLE-TYPE       PIC X.
               10  WS-ROLE-GRANT      PIC X(12).

       01  WS-PGM-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PGM-MAX                 PIC 9(4)  VALUE 500.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-PGM-X.
               10  WS-PGM-NAME        PIC X(8).
               10  WS-PGM-STATUS      PIC X.

      *    Screen repository pass.  The fields of the screen being
      *    read are held until its END (or the next SCREEN) for the
      *    overlap and BATCH/DUPCHECK checks.
       01  WS-SCREEN-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SCREEN-MAX              PIC 9(4)  VALUE 200.
       01  WS-SCREEN-TABLE.
           05  WS-SCREEN-NAME         PIC X(8)  OCCURS 200
                                      INDEXED BY WS-SCREEN-X.
       01  WS-CUR-SCREEN              PIC X(8)  VALUE SPACES.
       01  WS-CUR-FIELDS.
           05  WS-CF-ENTRY  OCCURS 64 TIMES.
               10  WS-CF-DEFINED      PIC X.
               10  WS-CF-PLACED       PIC X.
               10  WS-CF-ROW          PIC 99.
               10  WS-CF-COL          PIC 99.
               10  WS-CF-LEN          PIC 99.
               10  WS-CF-LINE-NUM     PIC 9(4)  COMP-5.
       01  WS-CF-I                    PIC 9(4)  COMP-5.
       01  WS-CF-J                    PIC 9(4)  COMP-5.
       01  WS-REF-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY  OCCURS 20 TIMES
                             INDEXED BY WS-REF-X.
               10  WS-REF-WORD        PIC X(8).
               10  WS-REF-FIELD       PIC 99.
               10  WS-REF-LINE-NUM    PIC 9(4)  COMP-5.

       01  WS-WORD-TABLE.
           05  WS-WORD                PIC X(8)  OCCURS 12.
       01  WS-WORD-X                  PIC 9(4)  COMP-5.
       01  WS-FIELD-NUM               PIC 99.
       01  WS-FIELD-ROW               PIC 99.
       01  WS-FIELD-COL               PIC 99.
       01  WS-FIELD-LEN               PIC 99.
       01  WS-FIELD-END               PIC 9(4)  COMP-5.
       01  WS-LEVEL                   PIC 99.
       01  WS-TRIPLE                  PIC X(24).

      *    Menu pass.
       01  WS-MENU-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-MENU-MAX                PIC 9(4)  VALUE 100.
       01  WS-MENU-TABLE.
           05  WS-MENU-ENTRY  OCCURS 100 TIMES
                              INDEXED BY WS-MENU-X.
               10  WS-MENU-NAME       PIC X(8).
               10  WS-MENU-ITEMS      PIC 9(4)  COMP-5.
       01  WS-CUR-MENU                PIC X(8)  VALUE SPACES.
       01  WS-CUR-MENU-NUM            PIC 9(4)  COMP-5 VALUE ZERO.
      *    As many entries as WMENU holds for one menu.
       01  WS-MENU-ITEM-MAX           PIC 9(4)  VALUE 15.
       01  WS-ENT-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ENT-MAX                 PIC 9(4)  VALUE 500.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-ENT-X, WS-ENT-Y.
               10  WS-ENT-MENU        PIC X(8).
               10  WS-ENT-TYPE        PIC X(8).
               10  WS-ENT-CODE        PIC X(4).
               10  WS-ENT-AUTH        PIC XX.
               10  WS-ENT-TARGET      PIC X(8).
               10  WS-ENT-LINE-NUM    PIC 9(4)  COMP-5.
       01  WS-MAIN-FOUND-SWITCH       PIC X     VALUE "N".
           88  WS-MAIN-FOUND                    VALUE "Y".

      *    Module probe, done the WENVCHK way.
       01  WS-PROBE-NAME              PIC X(140).
       01  WS-COBPATH                 PIC X(512).
       01  WS-COBPATH-DIR             PIC X(128).
       01  WS-COBPATH-PTR             PIC 9(4)  COMP-5.
       01  WS-MODULE-FOUND-SWITCH     PIC X.
           88  WS-MODULE-FOUND                  VALUE "Y".

      *    Function table and key profile passes.
       01  WS-FUNC-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-FUNC-MAX                PIC 9(4)  VALUE 100.
       01  WS-FUNC-TABLE.
           05  WS-FUNC-NAME           PIC X(12) OCCURS 100
                                      INDEXED BY WS-FUNC-X.
       01  WS-PFK-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PFK-MAX                 PIC 9(4)  VALUE 500.
       01  WS-PFK-TABLE.
           05  WS-PFK-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-PFK-X.
               10  WS-PFK-OPERATOR    PIC X(8).
               10  WS-PFK-FROM        PIC XX.
      *    As many remaps as WMFNGETPARM holds for one operator.
       01  WS-PFK-OPER-MAX            PIC 9(4)  VALUE 40.
       01  WS-PFK-OPER-COUNT          PIC 9(4)  COMP-5.

       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-GRANT-TYPE              PIC X.
       01  WS-GRANT-NAME              PIC X(12).
       01  WS-GRANTED-SWITCH          PIC X.
           88  WS-GRANTED                       VALUE "Y".

       01  WS-SOURCE-NAME             PIC X(12).
       01  WS-LINE-NUMBER             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PROBLEM-LINE-NUM        PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PROBLEM-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-LINE-NUM-DISP           PIC ZZZ9.
       01  WS-COUNT-DISP              PIC ZZZ9.
       01  WS-NUM-DISP                PIC Z9.
       01  WS-NUM-DISP-2              PIC Z9.
       01  WS-PROBLEM-TEXT            PIC X(110).
       01  WS-REPORT-LINE             PIC X(132).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WSCRNCHK.

           OPEN OUTPUT WSCRNCHK-REPORT-FILE.

           PERFORM LOAD-VOLLIB-TRIPLES
               THRU LOAD-VOLLIB-TRIPLES-EXIT.
           PERFORM LOAD-HELP-REFS
               THRU LOAD-HELP-REFS-EXIT.
           PERFORM LOAD-OPERATORS
               THRU LOAD-OPERATORS-EXIT.
           PERFORM LOAD-ROLE-GRANTS
               THRU LOAD-ROLE-GRANTS-EXIT.
           PERFORM LOAD-PROGRAM-CATALOG
               THRU LOAD-PROGRAM-CATALOG-EXIT.

           PERFORM CHECK-SCREEN-FILE
               THRU CHECK-SCREEN-FILE-EXIT.
           PERFORM CHECK-MENU-FILE
               THRU CHECK-MENU-FILE-EXIT.
           PERFORM CHECK-FUNCTION-FILE
               THRU CHECK-FUNCTION-FILE-EXIT.
           PERFORM CHECK-PFKEYS-FILE
               THRU CHECK-PFKEYS-FILE-EXIT.

       END-WSCRNCHK.

           MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WSCRNCHK: " WS-COUNT-DISP " PROBLEM(S) FOUND."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WSCRNCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           CLOSE WSCRNCHK-REPORT-FILE.

           IF WS-PROBLEM-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO STOP-RUN.

      ******************************************************************
      * THE REFERENCE FILES.  WISPVOLLIB MUST OPEN; THE REST ARE
      * OPTIONAL, AND A MISSING ONE IS NOTED RATHER THAN COUNTED.
      ******************************************************************

       LOAD-VOLLIB-TRIPLES.

           MOVE "WISPVOLLIB" TO WS-SOURCE-NAME.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WISPVOLLIB-FILE.
           IF WS-VOLLIB-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN WISPVOLLIB MAPPING TABLE."
                   TO WS-PROBLEM-TEXT
               MOVE ZERO TO WS-PROBLEM-LINE-NUM
               PERFORM WRITE-PROBLEM-LINE
               GO TO LOAD-VOLLIB-TRIPLES-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WISPVOLLIB-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WISPVOLLIB-RECORD NOT = SPACES
                               AND WS-MAP-COUNT < WS-MAP-MAX
                           ADD 1 TO WS-MAP-COUNT
                           SET WS-MAP-X TO WS-MAP-COUNT
                           MOVE SPACES TO WS-MAP-TRIPLE (WS-MAP-X)
                           MOVE WV-REC-VOL
                               TO WS-MAP-TRIPLE (WS-MAP-X) (1:6)
                           MOVE WV-REC-LIB
                               TO WS-MAP-TRIPLE (WS-MAP-X) (8:8)
                           MOVE WV-REC-FILE
                               TO WS-MAP-TRIPLE (WS-MAP-X) (17:8)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISPVOLLIB-FILE.

       LOAD-VOLLIB-TRIPLES-EXIT.
           EXIT.

       LOAD-HELP-REFS.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WGPHELP-FILE.
           IF WS-HELP-FILE-STATUS NOT = "00"
               MOVE "NOTE: NO WGPHELP FILE -- EVERY FIELD-HELP REFERENCE
      -            " BELOW IS UNANSWERED."
                   TO WS-REPORT-LINE
               PERFORM WRITE-NOTE-LINE
               GO TO LOAD-HELP-REFS-EXIT
           END-IF.
           SET WS-HELP-LOADED TO TRUE.
           PERFORM UNTIL WS-EOF
               READ WGPHELP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WH-REC-REF NOT = SPACES
                           PERFORM ADD-HELP-REF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WGPHELP-FILE.

       LOAD-HELP-REFS-EXIT.
           EXIT.

      *    A block is many lines under one reference; hold each
      *    reference once.
       ADD-HELP-REF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-HELP-X FROM 1 BY 1
                   UNTIL WS-HELP-X > WS-HELP-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-HELP-REF (WS-HELP-X) = WH-REC-REF
                   SET WS-MATCH-NUM TO WS-HELP-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO AND WS-HELP-COUNT < WS-HELP-MAX
               ADD 1 TO WS-HELP-COUNT
               SET WS-HELP-X TO WS-HELP-COUNT
               MOVE WH-REC-REF TO WS-HELP-REF (WS-HELP-X)
           END-IF.

       LOAD-OPERATORS.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WOPERMST-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               MOVE "NOTE: NO OPERATOR MASTER -- AUTHORITY LEVELS AND KE
      -            "Y-PROFILE OPERATORS NOT CHECKED."
                   TO WS-REPORT-LINE
               PERFORM WRITE-NOTE-LINE
               GO TO LOAD-OPERATORS-EXIT
           END-IF.
           SET WS-OPER-LOADED TO TRUE.
           PERFORM UNTIL WS-EOF
               READ WOPERMST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WO-REC-ID NOT = SPACES
                               AND WO-REC-ID (1:1) NOT = "*"
                               AND WO-REC-STATUS NOT = "I"
                               AND WS-OPER-COUNT < WS-OPER-MAX
                           ADD 1 TO WS-OPER-COUNT
                           SET WS-OPER-X TO WS-OPER-COUNT
                           MOVE WO-REC-ID TO WS-OPER-ID (WS-OPER-X)
                           IF WO-REC-AUTH IS NUMERIC
                                   AND WO-REC-AUTH > WS-TOP-AUTH
                               MOVE WO-REC-AUTH TO WS-TOP-AUTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WOPERMST-FILE.

       LOAD-OPERATORS-EXIT.
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
                       IF WR-REC-ROLE (1:1) NOT = "*"
                               AND (WR-REC-TYPE = "M" OR "F")
                               AND WS-ROLE-COUNT < WS-ROLE-MAX
                           ADD 1 TO WS-ROLE-COUNT
                           SET WS-ROLE-X TO WS-ROLE-COUNT
                           MOVE WR-REC-TYPE TO WS-ROLE-TYPE (WS-ROLE-X)
                           MOVE WR-REC-GRANT
                               TO WS-ROLE-GRANT (WS-ROLE-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WROLES-FILE.

       LOAD-ROLE-GRANTS-EXIT.
           EXIT.

       LOAD-PROGRAM-CATALOG.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WPGMCAT-FILE.
           IF WS-PGM-FILE-STATUS NOT = "00"
               GO TO LOAD-PROGRAM-CATALOG-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WPGMCAT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF PC-PROGRAM NOT = SPACES
                               AND PC-PROGRAM (1:1) NOT = "*"
                               AND WS-PGM-COUNT < WS-PGM-MAX
                           ADD 1 TO WS-PGM-COUNT
                           SET WS-PGM-X TO WS-PGM-COUNT
                           MOVE PC-PROGRAM TO WS-PGM-NAME (WS-PGM-X)
                           MOVE PC-STATUS TO WS-PGM-STATUS (WS-PGM-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPGMCAT-FILE.

       LOAD-PROGRAM-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      * WGPSCRN.DAT -- ONE PASS, EACH SCREEN CLOSED OUT AT ITS END.
      ******************************************************************

       CHECK-SCREEN-FILE.

           MOVE "WGPSCRN.DAT" TO WS-SOURCE-NAME.
           MOVE ZERO TO WS-LINE-NUMBER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WGPSCRN-FILE.
           IF WS-SCRN-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN THE SCREEN REPOSITORY."
                   TO WS-PROBLEM-TEXT
               MOVE ZERO TO WS-PROBLEM-LINE-NUM
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-SCREEN-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WGPSCRN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WGPSCRN-RECORD NOT = SPACES
                               AND WGPSCRN-RECORD (1:1) NOT = "*"
                           PERFORM CHECK-SCREEN-LINE
                               THRU CHECK-SCREEN-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WGPSCRN-FILE.
           PERFORM CLOSE-OUT-SCREEN.

       CHECK-SCREEN-FILE-EXIT.
           EXIT.

       CHECK-SCREEN-LINE.

           MOVE WS-LINE-NUMBER TO WS-PROBLEM-LINE-NUM.
           MOVE SPACES TO WS-WORD-TABLE.
           UNSTRING WGPSCRN-RECORD DELIMITED BY ALL " "
               INTO WS-WORD (1), WS-WORD (2), WS-WORD (3),
                    WS-WORD (4), WS-WORD (5), WS-WORD (6),
                    WS-WORD (7), WS-WORD (8), WS-WORD (9),
                    WS-WORD (10), WS-WORD (11), WS-WORD (12)
           END-UNSTRING.

           IF WS-WORD (1) = "SCREEN"
               PERFORM CLOSE-OUT-SCREEN
               PERFORM OPEN-SCREEN
                   THRU OPEN-SCREEN-EXIT
               GO TO CHECK-SCREEN-LINE-EXIT
           END-IF.

           IF WS-WORD (1) NOT = "TEXT" AND NOT = "FIELD"
                   AND NOT = "OVERRIDE" AND NOT = "LOCATION"
                   AND NOT = "BATCH" AND NOT = "DUPCHECK"
                   AND NOT = "END"
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "UNKNOWN DIRECTIVE " WS-WORD (1)
                      " -- LINE IGNORED BY WGPLOAD."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-SCREEN-LINE-EXIT
           END-IF.

           IF WS-CUR-SCREEN = SPACES
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING WS-WORD (1) DELIMITED BY SPACE
                      " LINE OUTSIDE ANY SCREEN -- IGNORED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-SCREEN-LINE-EXIT
           END-IF.

           EVALUATE WS-WORD (1)
               WHEN "TEXT"
                   IF WS-WORD (2) (1:2) IS NOT NUMERIC
                           OR WS-WORD (2) (1:2) = "00"
                           OR WS-WORD (2) (1:2) > "24"
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING "SCREEN " WS-CUR-SCREEN
                              " TEXT LINE NUMBER " WS-WORD (2)
                              " NOT 01-24."
                              DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM WRITE-PROBLEM-LINE
                   END-IF
               WHEN "FIELD"
                   PERFORM CHECK-FIELD-LINE
                       THRU CHECK-FIELD-LINE-EXIT
               WHEN "OVERRIDE"
                   PERFORM CHECK-OVERRIDE-LINE
                       THRU CHECK-OVERRIDE-LINE-EXIT
               WHEN "BATCH"
                   MOVE 2 TO WS-WORD-X
                   PERFORM HOLD-FIELD-REFERENCE
               WHEN "DUPCHECK"
                   PERFORM HOLD-FIELD-REFERENCE
                       VARYING WS-WORD-X FROM 2 BY 1
                       UNTIL WS-WORD-X > 7
                          OR WS-WORD (WS-WORD-X) = SPACES
               WHEN "END"
                   PERFORM CLOSE-OUT-SCREEN
           END-EVALUATE.

       CHECK-SCREEN-LINE-EXIT.
           EXIT.

       OPEN-SCREEN.

           MOVE WS-WORD (2) TO WS-CUR-SCREEN.
           IF WS-CUR-SCREEN = SPACES
               MOVE "SCREEN LINE WITH NO NAME." TO WS-PROBLEM-TEXT
               PERFORM WRITE-PROBLEM-LINE
               GO TO OPEN-SCREEN-EXIT
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-SCREEN-X FROM 1 BY 1
                   UNTIL WS-SCREEN-X > WS-SCREEN-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-SCREEN-NAME (WS-SCREEN-X) = WS-CUR-SCREEN
                   SET WS-MATCH-NUM TO WS-SCREEN-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " DEFINED TWICE -- WGPLOAD SERVES THE LAST, THE OV
      -               "ERRIDE CHECK READS THE FIRST."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF WS-SCREEN-COUNT < WS-SCREEN-MAX
                   ADD 1 TO WS-SCREEN-COUNT
                   SET WS-SCREEN-X TO WS-SCREEN-COUNT
                   MOVE WS-CUR-SCREEN TO WS-SCREEN-NAME (WS-SCREEN-X)
               END-IF
           END-IF.

       OPEN-SCREEN-EXIT.
           EXIT.

      *    FIELD nn row col len fac edit help auth [vol lib file]
       CHECK-FIELD-LINE.

           IF WS-WORD (2) (1:2) IS NOT NUMERIC
                   OR WS-WORD (2) (1:2) = "00"
                   OR WS-WORD (2) (1:2) > "64"
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD NUMBER " WS-WORD (2)
                      " NOT 01-64 -- LINE IGNORED BY WGPLOAD."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-FIELD-LINE-EXIT
           END-IF.
           MOVE WS-WORD (2) (1:2) TO WS-FIELD-NUM.
           MOVE WS-FIELD-NUM TO WS-NUM-DISP.
           MOVE WS-FIELD-NUM TO WS-CF-I.

           IF WS-CF-DEFINED (WS-CF-I) = "Y"
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " DEFINED TWICE -- THE LATER LINE WINS."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
           MOVE "Y" TO WS-CF-DEFINED (WS-CF-I).
           MOVE "N" TO WS-CF-PLACED (WS-CF-I).
           MOVE WS-LINE-NUMBER TO WS-CF-LINE-NUM (WS-CF-I).

      *    Geometry.  WGPLOAD takes only two-digit numbers, so a
      *    single-digit "5" is not read at all.
           IF WS-WORD (3) (1:2) IS NOT NUMERIC
                   OR WS-WORD (4) (1:2) IS NOT NUMERIC
                   OR WS-WORD (5) (1:2) IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " ROW, COLUMN OR LENGTH NOT TWO DIGITS."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               MOVE WS-WORD (3) (1:2) TO WS-FIELD-ROW
               MOVE WS-WORD (4) (1:2) TO WS-FIELD-COL
               MOVE WS-WORD (5) (1:2) TO WS-FIELD-LEN
               PERFORM CHECK-FIELD-GEOMETRY
           END-IF.

           IF WS-WORD (6) (1:3) IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " FAC " WS-WORD (6)
                      " NOT THREE DIGITS -- NOT APPLIED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           IF WS-WORD (7) (1:1) NOT = "-" AND NOT = "R"
                   AND NOT = "N" AND NOT = "D"
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " EDIT CODE " WS-WORD (7) (1:1)
                      " NOT -, R, N OR D."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           IF WS-WORD (8) NOT = SPACES AND NOT = "-"
               PERFORM CHECK-HELP-REFERENCE
           END-IF.

           IF WS-WORD (9) NOT = SPACES AND NOT = "-"
                   AND WS-WORD (9) (1:2) IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " AUTHORITY " WS-WORD (9)
                      " NOT TWO DIGITS -- FIELD OPEN TO EVERYONE."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           IF WS-WORD (10) NOT = SPACES
                   AND WS-WORD (10) (1:1) NOT = "-"
               PERFORM CHECK-LOOKUP-TRIPLE
           END-IF.

       CHECK-FIELD-LINE-EXIT.
           EXIT.

       CHECK-FIELD-GEOMETRY.

           IF WS-FIELD-ROW = ZERO OR WS-FIELD-ROW > 24
                   OR WS-FIELD-COL = ZERO OR WS-FIELD-COL > 80
                   OR WS-FIELD-LEN = ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " AT ROW " WS-WORD (3) (1:2)
                      " COL " WS-WORD (4) (1:2)
                      " LEN " WS-WORD (5) (1:2)
                      " IS NOT ON THE 24X80 SCREEN."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               COMPUTE WS-FIELD-END = WS-FIELD-COL + WS-FIELD-LEN - 1
               IF WS-FIELD-END > 80
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "SCREEN " WS-CUR-SCREEN
                          " FIELD " WS-NUM-DISP
                          " AT ROW " WS-WORD (3) (1:2)
                          " COL " WS-WORD (4) (1:2)
                          " LEN " WS-WORD (5) (1:2)
                          " RUNS OFF THE RIGHT EDGE."
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM-LINE
               ELSE
                   MOVE "Y" TO WS-CF-PLACED (WS-CF-I)
                   MOVE WS-FIELD-ROW TO WS-CF-ROW (WS-CF-I)
                   MOVE WS-FIELD-COL TO WS-CF-COL (WS-CF-I)
                   MOVE WS-FIELD-LEN TO WS-CF-LEN (WS-CF-I)
               END-IF
           END-IF.

       CHECK-HELP-REFERENCE.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-HELP-X FROM 1 BY 1
                   UNTIL WS-HELP-X > WS-HELP-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-HELP-REF (WS-HELP-X) = WS-WORD (8)
                   SET WS-MATCH-NUM TO WS-HELP-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " FIELD-HELP " WS-WORD (8)
                      " HAS NO WGPHELP BLOCK."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

      *    Packed the way WGPLOAD packs it into FIELD-LOOKUP and
      *    matched exactly, as WMFNGETPARM resolves it.
       CHECK-LOOKUP-TRIPLE.

           MOVE SPACES TO WS-TRIPLE.
           MOVE WS-WORD (10) (1:6) TO WS-TRIPLE (1:6).
           MOVE WS-WORD (11) TO WS-TRIPLE (8:8).
           MOVE WS-WORD (12) TO WS-TRIPLE (17:8).

           IF WS-WORD (11) = SPACES OR WS-WORD (12) = SPACES
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP
                      " FIELD-LOOKUP " WS-TRIPLE
                      " IS NOT A FULL VOL LIB FILE TRIPLE."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               MOVE ZERO TO WS-MATCH-NUM
               PERFORM VARYING WS-MAP-X FROM 1 BY 1
                       UNTIL WS-MAP-X > WS-MAP-COUNT
                          OR WS-MATCH-NUM > ZERO
                   IF WS-MAP-TRIPLE (WS-MAP-X) = WS-TRIPLE
                       SET WS-MATCH-NUM TO WS-MAP-X
                   END-IF
               END-PERFORM
               IF WS-MATCH-NUM = ZERO
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "SCREEN " WS-CUR-SCREEN
                          " FIELD " WS-NUM-DISP
                          " FIELD-LOOKUP " WS-TRIPLE
                          " NOT IN WISPVOLLIB.DAT."
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           END-IF.

      *    The second sign-off is validated through WOPERVAL at the
      *    level or above; roles do not count.
       CHECK-OVERRIDE-LINE.

           IF WS-WORD (2) (1:2) IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " OVERRIDE " WS-WORD (2)
                      " NOT TWO DIGITS -- NO OVERRIDE IS ASKED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-OVERRIDE-LINE-EXIT
           END-IF.
           IF NOT WS-OPER-LOADED
               GO TO CHECK-OVERRIDE-LINE-EXIT
           END-IF.
           MOVE WS-WORD (2) (1:2) TO WS-LEVEL.
           IF WS-LEVEL > WS-TOP-AUTH
               MOVE WS-TOP-AUTH TO WS-NUM-DISP-2
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " OVERRIDE " WS-WORD (2) (1:2)
                      " -- NO ACTIVE OPERATOR HOLDS IT (HIGHEST IS "
                      WS-NUM-DISP-2 ")."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

       CHECK-OVERRIDE-LINE-EXIT.
           EXIT.

      *    A BATCH or DUPCHECK field number, checked against the
      *    screen's fields once the whole screen has been read.
       HOLD-FIELD-REFERENCE.

           IF WS-WORD (WS-WORD-X) (1:2) IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN " "
                          DELIMITED BY SIZE
                      WS-WORD (1) DELIMITED BY SPACE
                      " FIELD " WS-WORD (WS-WORD-X)
                      " NOT TWO DIGITS."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF WS-REF-COUNT < 20
                   ADD 1 TO WS-REF-COUNT
                   SET WS-REF-X TO WS-REF-COUNT
                   MOVE WS-WORD (1) TO WS-REF-WORD (WS-REF-X)
                   MOVE WS-WORD (WS-WORD-X) (1:2)
                       TO WS-REF-FIELD (WS-REF-X)
                   MOVE WS-LINE-NUMBER TO WS-REF-LINE-NUM (WS-REF-X)
               END-IF
           END-IF.

      ******************************************************************
      * THE END OF A SCREEN -- OVERLAPPING FIELDS, AND BATCH/DUPCHECK
      * NAMING FIELDS THE SCREEN DOES NOT DEFINE.
      ******************************************************************

       CLOSE-OUT-SCREEN.

           IF WS-CUR-SCREEN NOT = SPACES
               PERFORM CHECK-FIELD-OVERLAPS
               PERFORM CHECK-FIELD-REFERENCES
           END-IF.
           MOVE SPACES TO WS-CUR-SCREEN.
           MOVE ZERO TO WS-REF-COUNT.
           PERFORM VARYING WS-CF-I FROM 1 BY 1 UNTIL WS-CF-I > 64
               MOVE "N" TO WS-CF-DEFINED (WS-CF-I)
                           WS-CF-PLACED (WS-CF-I)
           END-PERFORM.

       CHECK-FIELD-OVERLAPS.

           PERFORM VARYING WS-CF-I FROM 1 BY 1 UNTIL WS-CF-I > 63
               IF WS-CF-PLACED (WS-CF-I) = "Y"
                   PERFORM VARYING WS-CF-J FROM WS-CF-I BY 1
                           UNTIL WS-CF-J > 64
                       IF WS-CF-J > WS-CF-I
                               AND WS-CF-PLACED (WS-CF-J) = "Y"
                           PERFORM CHECK-ONE-OVERLAP
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-ONE-OVERLAP.

           IF WS-CF-ROW (WS-CF-I) = WS-CF-ROW (WS-CF-J)
                   AND WS-CF-COL (WS-CF-I)
                       < WS-CF-COL (WS-CF-J) + WS-CF-LEN (WS-CF-J)
                   AND WS-CF-COL (WS-CF-J)
                       < WS-CF-COL (WS-CF-I) + WS-CF-LEN (WS-CF-I)
               MOVE WS-CF-I TO WS-NUM-DISP
               MOVE WS-CF-J TO WS-NUM-DISP-2
               IF WS-CF-LINE-NUM (WS-CF-J) > WS-CF-LINE-NUM (WS-CF-I)
                   MOVE WS-CF-LINE-NUM (WS-CF-J)
                       TO WS-PROBLEM-LINE-NUM
               ELSE
                   MOVE WS-CF-LINE-NUM (WS-CF-I)
                       TO WS-PROBLEM-LINE-NUM
               END-IF
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "SCREEN " WS-CUR-SCREEN
                      " FIELD " WS-NUM-DISP-2
                      " OVERLAPS FIELD " WS-NUM-DISP
                      " ON ROW " WS-CF-ROW (WS-CF-I) "."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

       CHECK-FIELD-REFERENCES.

           PERFORM VARYING WS-REF-X FROM 1 BY 1
                   UNTIL WS-REF-X > WS-REF-COUNT
               IF WS-REF-FIELD (WS-REF-X) = ZERO
                       OR WS-REF-FIELD (WS-REF-X) > 64
                   MOVE "N" TO WS-GRANTED-SWITCH
               ELSE
                   MOVE WS-REF-FIELD (WS-REF-X) TO WS-CF-I
                   MOVE WS-CF-DEFINED (WS-CF-I) TO WS-GRANTED-SWITCH
               END-IF
               IF NOT WS-GRANTED
                   MOVE WS-REF-LINE-NUM (WS-REF-X)
                       TO WS-PROBLEM-LINE-NUM
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "SCREEN " WS-CUR-SCREEN " "
                              DELIMITED BY SIZE
                          WS-REF-WORD (WS-REF-X) DELIMITED BY SPACE
                          " NAMES FIELD " WS-REF-FIELD (WS-REF-X)
                          ", WHICH THE SCREEN DOES NOT DEFINE."
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * WMENU.DAT -- ONE PASS TO LOAD AND CHECK EACH LINE, THEN THE
      * CROSS-MENU CHECKS.
      ******************************************************************

       CHECK-MENU-FILE.

           MOVE "WMENU.DAT" TO WS-SOURCE-NAME.
           MOVE ZERO TO WS-LINE-NUMBER.
           MOVE SPACES TO WS-CUR-MENU.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WMENU-FILE.
           IF WS-MENU-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN THE MENU FILE." TO WS-PROBLEM-TEXT
               MOVE ZERO TO WS-PROBLEM-LINE-NUM
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-MENU-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WMENU-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WMENU-RECORD NOT = SPACES
                               AND WMENU-RECORD (1:1) NOT = "*"
                           PERFORM CHECK-MENU-LINE
                               THRU CHECK-MENU-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WMENU-FILE.

           IF NOT WS-MAIN-FOUND
               MOVE "NO MAIN MENU -- EVERY SESSION STARTS AT MAIN."
                   TO WS-PROBLEM-TEXT
               MOVE ZERO TO WS-PROBLEM-LINE-NUM
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           PERFORM CHECK-MENU-ENTRY
               VARYING WS-ENT-X FROM 1 BY 1
               UNTIL WS-ENT-X > WS-ENT-COUNT.

       CHECK-MENU-FILE-EXIT.
           EXIT.

       CHECK-MENU-LINE.

           MOVE WS-LINE-NUMBER TO WS-PROBLEM-LINE-NUM.
           MOVE SPACES TO WS-WORD-TABLE.
           UNSTRING WMENU-RECORD DELIMITED BY ALL " "
               INTO WS-WORD (1), WS-WORD (2), WS-WORD (3),
                    WS-WORD (4)
           END-UNSTRING.

           EVALUATE WS-WORD (1)
               WHEN "MENU"
                   PERFORM OPEN-MENU
                       THRU OPEN-MENU-EXIT
               WHEN "TITLE"
                   IF WS-CUR-MENU = SPACES
                       MOVE "TITLE LINE OUTSIDE ANY MENU -- IGNORED."
                           TO WS-PROBLEM-TEXT
                       PERFORM WRITE-PROBLEM-LINE
                   END-IF
               WHEN "ITEM"
               WHEN "UPDATE"
               WHEN "SUBMENU"
                   PERFORM CHECK-MENU-ENTRY-LINE
                       THRU CHECK-MENU-ENTRY-LINE-EXIT
               WHEN "END"
                   MOVE SPACES TO WS-CUR-MENU
               WHEN OTHER
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "UNKNOWN DIRECTIVE " WS-WORD (1)
                          " -- LINE IGNORED BY WMENU."
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM-LINE
           END-EVALUATE.

       CHECK-MENU-LINE-EXIT.
           EXIT.

       OPEN-MENU.

           MOVE WS-WORD (2) TO WS-CUR-MENU.
           MOVE ZERO TO WS-CUR-MENU-NUM.
           IF WS-CUR-MENU = SPACES
               MOVE "MENU LINE WITH NO NAME." TO WS-PROBLEM-TEXT
               PERFORM WRITE-PROBLEM-LINE
               GO TO OPEN-MENU-EXIT
           END-IF.
           IF WS-CUR-MENU = "MAIN"
               SET WS-MAIN-FOUND TO TRUE
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-MENU-X FROM 1 BY 1
                   UNTIL WS-MENU-X > WS-MENU-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-MENU-NAME (WS-MENU-X) = WS-CUR-MENU
                   SET WS-MATCH-NUM TO WS-MENU-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               MOVE WS-MATCH-NUM TO WS-CUR-MENU-NUM
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "MENU " WS-CUR-MENU
                      " DEFINED TWICE -- WMENU SHOWS BOTH AS ONE."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF WS-MENU-COUNT < WS-MENU-MAX
                   ADD 1 TO WS-MENU-COUNT
                   SET WS-MENU-X TO WS-MENU-COUNT
                   MOVE WS-CUR-MENU TO WS-MENU-NAME (WS-MENU-X)
                   MOVE ZERO TO WS-MENU-ITEMS (WS-MENU-X)
                   MOVE WS-MENU-COUNT TO WS-CUR-MENU-NUM
               END-IF
           END-IF.

       OPEN-MENU-EXIT.
           EXIT.

      *    ITEM/UPDATE/SUBMENU code auth target desc
       CHECK-MENU-ENTRY-LINE.

           IF WS-CUR-MENU = SPACES
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING WS-WORD (1) DELIMITED BY SPACE
                      " " WS-WORD (2)
                      " OUTSIDE ANY MENU -- IGNORED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-MENU-ENTRY-LINE-EXIT
           END-IF.

           IF WS-WORD (3) (1:2) IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "MENU " WS-CUR-MENU " CODE " WS-WORD (2) (1:4)
                      " AUTHORITY " WS-WORD (3)
                      " NOT TWO DIGITS -- ENTRY NEVER SHOWN."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-MENU-ENTRY-LINE-EXIT
           END-IF.

           IF WS-WORD (4) = SPACES
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "MENU " WS-CUR-MENU " CODE " WS-WORD (2) (1:4)
                      " NAMES NO PROGRAM OR MENU."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-MENU-ENTRY-LINE-EXIT
           END-IF.

           IF WS-CUR-MENU-NUM > ZERO
               SET WS-MENU-X TO WS-CUR-MENU-NUM
               ADD 1 TO WS-MENU-ITEMS (WS-MENU-X)
               IF WS-MENU-ITEMS (WS-MENU-X) = WS-MENU-ITEM-MAX + 1
                   MOVE WS-MENU-ITEM-MAX TO WS-COUNT-DISP
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "MENU " WS-CUR-MENU
                          " HAS MORE THAN " WS-COUNT-DISP
                          " ENTRIES -- THE REST ARE NEVER SHOWN."
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-ENT-Y FROM 1 BY 1
                   UNTIL WS-ENT-Y > WS-ENT-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-ENT-MENU (WS-ENT-Y) = WS-CUR-MENU
                       AND WS-ENT-CODE (WS-ENT-Y) = WS-WORD (2) (1:4)
                   SET WS-MATCH-NUM TO WS-ENT-Y
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "MENU " WS-CUR-MENU " CODE " WS-WORD (2) (1:4)
                      " USED TWICE ON THE SAME MENU."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           IF WS-ENT-COUNT < WS-ENT-MAX
               ADD 1 TO WS-ENT-COUNT
               SET WS-ENT-Y TO WS-ENT-COUNT
               MOVE WS-CUR-MENU TO WS-ENT-MENU (WS-ENT-Y)
               MOVE WS-WORD (1) TO WS-ENT-TYPE (WS-ENT-Y)
               MOVE WS-WORD (2) (1:4) TO WS-ENT-CODE (WS-ENT-Y)
               MOVE WS-WORD (3) (1:2) TO WS-ENT-AUTH (WS-ENT-Y)
               MOVE WS-WORD (4) TO WS-ENT-TARGET (WS-ENT-Y)
               MOVE WS-LINE-NUMBER TO WS-ENT-LINE-NUM (WS-ENT-Y)
           END-IF.

       CHECK-MENU-ENTRY-LINE-EXIT.
           EXIT.

      *    One held entry against the menus, the modules, the
      *    catalog, the other menus' fast-path codes and the
      *    operators.
       CHECK-MENU-ENTRY.

           MOVE WS-ENT-LINE-NUM (WS-ENT-X) TO WS-PROBLEM-LINE-NUM.

           IF WS-ENT-TYPE (WS-ENT-X) = "SUBMENU"
               PERFORM CHECK-SUBMENU-TARGET
           ELSE
               PERFORM CHECK-MENU-PROGRAM
               PERFORM CHECK-FAST-PATH-CODE
           END-IF.

           IF WS-OPER-LOADED
               MOVE WS-ENT-AUTH (WS-ENT-X) TO WS-LEVEL
               IF WS-LEVEL > WS-TOP-AUTH
                   MOVE "M" TO WS-GRANT-TYPE
                   MOVE WS-ENT-CODE (WS-ENT-X) TO WS-GRANT-NAME
                   PERFORM FIND-ROLE-GRANT
                   IF NOT WS-GRANTED
                       MOVE WS-TOP-AUTH TO WS-NUM-DISP-2
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING "MENU " WS-ENT-MENU (WS-ENT-X)
                              " CODE " WS-ENT-CODE (WS-ENT-X)
                              " AUTHORITY " WS-ENT-AUTH (WS-ENT-X)
                              " -- NO ACTIVE OPERATOR HOLDS IT (HIGHEST 
      -                       "IS " WS-NUM-DISP-2
                              ") AND NO ROLE GRANTS IT."
                              DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM WRITE-PROBLEM-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-SUBMENU-TARGET.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-MENU-X FROM 1 BY 1
                   UNTIL WS-MENU-X > WS-MENU-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-MENU-NAME (WS-MENU-X) = WS-ENT-TARGET (WS-ENT-X)
                   SET WS-MATCH-NUM TO WS-MENU-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "MENU " WS-ENT-MENU (WS-ENT-X)
                      " CODE " WS-ENT-CODE (WS-ENT-X)
                      " SUBMENU " WS-ENT-TARGET (WS-ENT-X)
                      " IS NOT DEFINED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

       CHECK-MENU-PROGRAM.

           PERFORM PROBE-PROGRAM-MODULE.
           IF NOT WS-MODULE-FOUND
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "MENU " WS-ENT-MENU (WS-ENT-X)
                      " CODE " WS-ENT-CODE (WS-ENT-X)
                      " PROGRAM " WS-ENT-TARGET (WS-ENT-X)
                      " -- NO .int MODULE HERE OR ON COBPATH."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           PERFORM VARYING WS-PGM-X FROM 1 BY 1
                   UNTIL WS-PGM-X > WS-PGM-COUNT
               IF WS-PGM-NAME (WS-PGM-X) = WS-ENT-TARGET (WS-ENT-X)
                       AND WS-PGM-STATUS (WS-PGM-X) = "D"
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "MENU " WS-ENT-MENU (WS-ENT-X)
                          " CODE " WS-ENT-CODE (WS-ENT-X)
                          " PROGRAM " WS-ENT-TARGET (WS-ENT-X)
                          " IS DECOMMISSIONED IN WPGMCAT.DAT."
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           END-PERFORM.

      *    A code not on the current menu is searched across every
      *    menu and the first ITEM or UPDATE wins -- the same code
      *    launching something else elsewhere makes the fast path
      *    depend on file order.  Reported once, at the later line.
       CHECK-FAST-PATH-CODE.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-ENT-Y FROM 1 BY 1
                   UNTIL WS-ENT-Y NOT < WS-ENT-X
                      OR WS-MATCH-NUM > ZERO
               IF WS-ENT-TYPE (WS-ENT-Y) NOT = "SUBMENU"
                       AND WS-ENT-CODE (WS-ENT-Y)
                           = WS-ENT-CODE (WS-ENT-X)
                       AND WS-ENT-MENU (WS-ENT-Y)
                           NOT = WS-ENT-MENU (WS-ENT-X)
                       AND WS-ENT-TARGET (WS-ENT-Y)
                           NOT = WS-ENT-TARGET (WS-ENT-X)
                   SET WS-MATCH-NUM TO WS-ENT-Y
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               SET WS-ENT-Y TO WS-MATCH-NUM
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "MENU " WS-ENT-MENU (WS-ENT-X)
                      " CODE " WS-ENT-CODE (WS-ENT-X)
                      " ALSO LAUNCHES " WS-ENT-TARGET (WS-ENT-Y)
                      " FROM MENU " WS-ENT-MENU (WS-ENT-Y)
                      " -- FAST PATH IS AMBIGUOUS."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

      *    The program's .int in the working directory or in any
      *    $COBPATH directory, as WENVCHK looks for MFLINK.int.
       PROBE-PROGRAM-MODULE.

           MOVE "N" TO WS-MODULE-FOUND-SWITCH.
           MOVE SPACES TO WS-PROBE-NAME.
           STRING WS-ENT-TARGET (WS-ENT-X) DELIMITED BY SPACE
                  ".int"                   DELIMITED BY SIZE
                  INTO WS-PROBE-NAME
           END-STRING.
           PERFORM PROBE-FILE-READABLE.
           IF WS-PROBE-STATUS = "00"
               SET WS-MODULE-FOUND TO TRUE
           END-IF.

           DISPLAY "COBPATH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-COBPATH FROM ENVIRONMENT-VALUE.
           MOVE 1 TO WS-COBPATH-PTR.
           PERFORM UNTIL WS-MODULE-FOUND
                      OR WS-COBPATH-PTR > 512
                      OR WS-COBPATH = SPACES
               MOVE SPACES TO WS-COBPATH-DIR
               UNSTRING WS-COBPATH DELIMITED BY ":"
                   INTO WS-COBPATH-DIR
                   WITH POINTER WS-COBPATH-PTR
               END-UNSTRING
               IF WS-COBPATH-DIR = SPACES
                   MOVE 513 TO WS-COBPATH-PTR
               ELSE
                   MOVE SPACES TO WS-PROBE-NAME
                   STRING WS-COBPATH-DIR DELIMITED BY SPACE
                          "/"            DELIMITED BY SIZE
                          WS-ENT-TARGET (WS-ENT-X)
                                         DELIMITED BY SPACE
                          ".int"         DELIMITED BY SIZE
                          INTO WS-PROBE-NAME
                   END-STRING
                   PERFORM PROBE-FILE-READABLE
                   IF WS-PROBE-STATUS = "00"
                       SET WS-MODULE-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       PROBE-FILE-READABLE.

           OPEN INPUT WS-PROBE-IN-FILE.
           IF WS-PROBE-STATUS = "00"
               CLOSE WS-PROBE-IN-FILE
           END-IF.

      ******************************************************************
      * WFUNAUTH.DAT -- FUNC(12) sp MINAUTH(2), AS WAUTHCHK READS IT.
      ******************************************************************

       CHECK-FUNCTION-FILE.

           MOVE "WFUNAUTH.DAT" TO WS-SOURCE-NAME.
           MOVE ZERO TO WS-LINE-NUMBER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WFUNAUTH-FILE.
           IF WS-FUNC-FILE-STATUS NOT = "00"
               MOVE "NOTE: NO WFUNAUTH.DAT -- NO FUNCTION IS GATED."
                   TO WS-REPORT-LINE
               PERFORM WRITE-NOTE-LINE
               GO TO CHECK-FUNCTION-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WFUNAUTH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WF-REC-FUNC NOT = SPACES
                               AND WF-REC-FUNC (1:1) NOT = "*"
                           PERFORM CHECK-FUNCTION-LINE
                               THRU CHECK-FUNCTION-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WFUNAUTH-FILE.

       CHECK-FUNCTION-FILE-EXIT.
           EXIT.

       CHECK-FUNCTION-LINE.

           MOVE WS-LINE-NUMBER TO WS-PROBLEM-LINE-NUM.

           IF WF-REC-SEP NOT = SPACE OR WF-REC-MINAUTH IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "FUNCTION " WF-REC-FUNC
                      " MINIMUM AUTHORITY NOT TWO DIGITS IN COLUMNS 14-1
      -               "5 -- LINE IGNORED, FUNCTION NOT GATED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-FUNCTION-LINE-EXIT
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-FUNC-X FROM 1 BY 1
                   UNTIL WS-FUNC-X > WS-FUNC-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-FUNC-NAME (WS-FUNC-X) = WF-REC-FUNC
                   SET WS-MATCH-NUM TO WS-FUNC-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "FUNCTION " WF-REC-FUNC
                      " LISTED TWICE -- ONLY THE FIRST LINE TAKES EFFECT
      -               "."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-FUNCTION-LINE-EXIT
           END-IF.
           IF WS-FUNC-COUNT < WS-FUNC-MAX
               ADD 1 TO WS-FUNC-COUNT
               SET WS-FUNC-X TO WS-FUNC-COUNT
               MOVE WF-REC-FUNC TO WS-FUNC-NAME (WS-FUNC-X)
           END-IF.

           IF WS-OPER-LOADED
               MOVE WF-REC-MINAUTH TO WS-LEVEL
               IF WS-LEVEL > WS-TOP-AUTH
                   MOVE "F" TO WS-GRANT-TYPE
                   MOVE WF-REC-FUNC TO WS-GRANT-NAME
                   PERFORM FIND-ROLE-GRANT
                   IF NOT WS-GRANTED
                       MOVE WS-TOP-AUTH TO WS-NUM-DISP-2
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING "FUNCTION " WF-REC-FUNC
                              " AUTHORITY " WF-REC-MINAUTH
                              " -- NO ACTIVE OPERATOR HOLDS IT (HIGHEST 
      -                       "IS " WS-NUM-DISP-2
                              ") AND NO ROLE GRANTS IT."
                              DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM WRITE-PROBLEM-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-FUNCTION-LINE-EXIT.
           EXIT.

       FIND-ROLE-GRANT.

           MOVE "N" TO WS-GRANTED-SWITCH.
           PERFORM VARYING WS-ROLE-X FROM 1 BY 1
                   UNTIL WS-ROLE-X > WS-ROLE-COUNT
                      OR WS-GRANTED
               IF WS-ROLE-TYPE (WS-ROLE-X) = WS-GRANT-TYPE
                       AND WS-ROLE-GRANT (WS-ROLE-X) = WS-GRANT-NAME
                   SET WS-GRANTED TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * WPFKEYS.DAT -- OPERATOR(8) sp FROM(2) sp TO(2), AS
      * WMFNGETPARM READS IT.
      ******************************************************************

       CHECK-PFKEYS-FILE.

           MOVE "WPFKEYS.DAT" TO WS-SOURCE-NAME.
           MOVE ZERO TO WS-LINE-NUMBER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WPFKEYS-FILE.
           IF WS-PFK-FILE-STATUS NOT = "00"
               GO TO CHECK-PFKEYS-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WPFKEYS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WK-REC-OPERATOR NOT = SPACES
                               AND WK-REC-OPERATOR (1:1) NOT = "*"
                           PERFORM CHECK-PFKEYS-LINE
                               THRU CHECK-PFKEYS-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPFKEYS-FILE.

       CHECK-PFKEYS-FILE-EXIT.
           EXIT.

       CHECK-PFKEYS-LINE.

           MOVE WS-LINE-NUMBER TO WS-PROBLEM-LINE-NUM.

           IF WK-REC-FROM IS NOT NUMERIC OR WK-REC-TO IS NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "OPERATOR " WK-REC-OPERATOR
                      " KEY " WK-REC-FROM " TO " WK-REC-TO
                      " NOT TWO DIGITS EACH -- LINE IGNORED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
               GO TO CHECK-PFKEYS-LINE-EXIT
           END-IF.

           IF WS-OPER-LOADED
               MOVE ZERO TO WS-MATCH-NUM
               PERFORM VARYING WS-OPER-X FROM 1 BY 1
                       UNTIL WS-OPER-X > WS-OPER-COUNT
                          OR WS-MATCH-NUM > ZERO
                   IF WS-OPER-ID (WS-OPER-X) = WK-REC-OPERATOR
                       SET WS-MATCH-NUM TO WS-OPER-X
                   END-IF
               END-PERFORM
               IF WS-MATCH-NUM = ZERO
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "OPERATOR " WK-REC-OPERATOR
                          " IS NOT AN ACTIVE OPERATOR IN WOPERMST -- PRO
      -                   "FILE NEVER APPLIES."
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM WS-PFK-OPER-COUNT.
           PERFORM VARYING WS-PFK-X FROM 1 BY 1
                   UNTIL WS-PFK-X > WS-PFK-COUNT
               IF WS-PFK-OPERATOR (WS-PFK-X) = WK-REC-OPERATOR
                   ADD 1 TO WS-PFK-OPER-COUNT
                   IF WS-PFK-FROM (WS-PFK-X) = WK-REC-FROM
                       SET WS-MATCH-NUM TO WS-PFK-X
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "OPERATOR " WK-REC-OPERATOR
                      " KEY " WK-REC-FROM
                      " REMAPPED TWICE -- ONLY THE FIRST LINE TAKES EFFE
      -               "CT."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.
           IF WS-PFK-OPER-COUNT = WS-PFK-OPER-MAX
               MOVE WS-PFK-OPER-MAX TO WS-COUNT-DISP
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "OPERATOR " WK-REC-OPERATOR
                      " HAS MORE THAN " WS-COUNT-DISP
                      " REMAPS -- THE REST ARE IGNORED."
                      DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           IF WS-PFK-COUNT < WS-PFK-MAX
               ADD 1 TO WS-PFK-COUNT
               SET WS-PFK-X TO WS-PFK-COUNT
               MOVE WK-REC-OPERATOR TO WS-PFK-OPERATOR (WS-PFK-X)
               MOVE WK-REC-FROM TO WS-PFK-FROM (WS-PFK-X)
           END-IF.

       CHECK-PFKEYS-LINE-EXIT.
           EXIT.

      ******************************************************************
      * REPORT LINES -- A PROBLEM CARRIES ITS FILE AND LINE NUMBER
      * (NONE FOR A WHOLE-FILE PROBLEM); A NOTE IS NOT COUNTED.
      ******************************************************************

       WRITE-PROBLEM-LINE.

           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PROBLEM-LINE-NUM = ZERO
               STRING WS-SOURCE-NAME "          : " WS-PROBLEM-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-PROBLEM-LINE-NUM TO WS-LINE-NUM-DISP
               STRING WS-SOURCE-NAME " LINE " WS-LINE-NUM-DISP ": "
                      WS-PROBLEM-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WSCRNCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY "WSCRNCHK: " WS-REPORT-LINE (1:70).

       WRITE-NOTE-LINE.

           WRITE WSCRNCHK-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY "WSCRNCHK: " WS-REPORT-LINE (1:70).

       STOP-RUN.

           STOP RUN.
