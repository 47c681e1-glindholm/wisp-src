      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WRECON.
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
      *    WRECON is the two-file reconciliation: the bank statement
      *    against the payments issued, the intercompany feed against
      *    the ledger -- the matching a clerk used to do by hand.
      *
      *        WRECON recon-name
      *
      *    The reconciliation is written down under a name in
      *    WRECON.DAT, one item per line, fixed columns:
      *
      *        RECON(12) sp VERB(6) sp TEXT(100)
      *
      *        LEFT    vol lib file          the left file
      *        RIGHT   vol lib file          the right file
      *        KEY     left-field right-field
      *                                      the match reference
      *        AMOUNT  left-field right-field
      *                                      the amounts, which must
      *                                      agree, and are the files'
      *                                      control amounts
      *        DATE    left-field right-field [days]
      *                                      optional; the dates may
      *                                      differ by up to days
      *                                      (default 0)
      *        MANY    NONE | LEFT | RIGHT   one-to-many matching:
      *                                      NONE (the default) only
      *                                      one-to-one; LEFT lets one
      *                                      left item match several
      *                                      right items whose amounts
      *                                      add up to it, RIGHT the
      *                                      other way round
      *        AGE     days                  optional; an item left
      *                                      unmatched longer is AGED
      *
      *    Fields are the layout dictionary's (WLAYOUT.DAT) names,
      *    compared by their decoded values.  Both triples resolve
      *    through WISPVOLLIB.DAT the way W@OPENFILE resolves them; a
      *    file is read INDEXED when it opens that way, sequentially
      *    otherwise.
      *
      *    Items are matched one-to-one first -- equal key, equal
      *    amount, dates within the tolerance, earliest items first.
      *    Under MANY the items still open are then tried one against
      *    all the open items of the same key on the other side.
      *
      *    Every unmatched item is carried forward in <recon>.OPN and
      *    offered again on the next run with the date it was first
      *    seen, so a reconciling item ages instead of being found
      *    afresh every day.  A rerun on the same business date starts
      *    again from the items the day began with (<recon>.OPB).
      *
      *    Outputs, each line the item's record behind its side, match
      *    group, first-seen date and age (copybook wrecitm):
      *
      *        <recon>.MAT   the matched items
      *        <recon>.UNL   the left items still unmatched
      *        <recon>.UNR   the right items still unmatched
      *
      *    and the summary WRECON.RPT: per side, brought forward plus
      *    today's file must foot to matched plus carried forward, in
      *    count and amount, and today's file is verified against its
      *    WCTLTOT registration.  A file that does not balance with
      *    its control totals, or a reconciliation that cannot be run,
      *    writes no outputs, leaves the open items as they were, and
      *    sets RETURN-CODE 8.  Aged items set RETURN-CODE 4.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRECON-FILE ASSIGN TO "WRECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPEC-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT WS-CARRY-FILE ASSIGN TO WS-CARRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT WS-NEW-CARRY-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CARRY-STATUS.
           SELECT WS-MATCHED-FILE ASSIGN TO WS-MATCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHED-STATUS.
           SELECT WS-UNL-FILE ASSIGN TO WS-UNL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT WS-UNR-FILE ASSIGN TO WS-UNR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNR-STATUS.
           SELECT WRECON-REPORT-FILE ASSIGN TO "WRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WRECON-FILE.
       01  WRECON-RECORD.
           05  RC-REC-NAME            PIC X(12).
           05  FILLER                 PIC X.
           05  RC-REC-VERB            PIC X(6).
           05  FILLER                 PIC X.
           05  RC-REC-TEXT            PIC X(100).

       FD  WS-INDEXED-FILE.
       01  WRX-RECORD.
           05  WRX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(2048).

       FD  WS-CARRY-FILE.
       01  WS-CARRY-RECORD            PIC X(2072).

       FD  WS-NEW-CARRY-FILE.
       01  WS-NEW-CARRY-RECORD        PIC X(2072).

       FD  WS-MATCHED-FILE.
       01  WS-MATCHED-RECORD          PIC X(2072).

       FD  WS-UNL-FILE.
       01  WS-UNL-RECORD              PIC X(2072).

       FD  WS-UNR-FILE.
       01  WS-UNR-RECORD              PIC X(2072).

       FD  WRECON-REPORT-FILE.
       01  WRECON-REPORT-RECORD       PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-RECON-NAME              PIC X(12).
       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).

       01  WS-SPEC-FILE-STATUS        PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-CARRY-STATUS            PIC XX.
       01  WS-NEW-CARRY-STATUS        PIC XX.
       01  WS-MATCHED-STATUS          PIC XX.
       01  WS-UNL-STATUS              PIC XX.
       01  WS-UNR-STATUS              PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-SPEC-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-SPEC-EOF                      VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X.
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-CARRY-EOF-SWITCH        PIC X.
           88  WS-CARRY-EOF                     VALUE "Y".
       01  WS-DATA-PATH               PIC X(80).
       01  WS-RECORD-AREA             PIC X(2048).

      *    The open items: <recon>.OPN as the last run left them,
      *    <recon>.OPB as the day began, <recon>.OPW while writing.
       01  WS-CARRY-PATH              PIC X(80).
       01  WS-OPEN-PATH               PIC X(80).
       01  WS-PRIOR-PATH              PIC X(80).
       01  WS-WORK-PATH               PIC X(80).
       01  WS-MATCHED-PATH            PIC X(80).
       01  WS-UNL-PATH                PIC X(80).
       01  WS-UNR-PATH                PIC X(80).
       01  WS-RERUN-SWITCH            PIC X     VALUE "N".
           88  WS-RERUN                         VALUE "Y".
       01  WS-HAVE-CARRY-SWITCH       PIC X     VALUE "N".
           88  WS-HAVE-CARRY                    VALUE "Y".
       01  WS-FILE-RC                 PIC S9(9) COMP-5.
       COPY "wrecitm.cpy".

      *    The specification's lines, in file order.
       01  WS-CLAUSE-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CLAUSE-MAX              PIC 9(4)  VALUE 20.
       01  WS-CLAUSE-TABLE.
           05  WS-CLS-ENTRY  OCCURS 20 TIMES
                             INDEXED BY WS-CLS-X.
               10  WS-CLS-VERB        PIC X(6).
               10  WS-CLS-TEXT        PIC X(100).
       01  WS-ERROR-SWITCH            PIC X     VALUE "N".
           88  WS-RECON-IN-ERROR                VALUE "Y".
       01  WS-TEXT-1                  PIC X(16).
       01  WS-TEXT-2                  PIC X(16).
       01  WS-TEXT-3                  PIC X(16).
       01  WS-NUM-TEXT                PIC X(9).
       01  WS-NUMBER                  PIC 9(9).
       01  WS-DIGITS                  PIC 9(4)  COMP-5.
       01  WS-NUMBER-SWITCH           PIC X.
           88  WS-NUMBER-VALID                  VALUE "Y".

      *    The two sides -- 1 is LEFT, 2 is RIGHT -- with what each
      *    one brought, matched, and carried.
       01  WS-SIDE-TABLE.
           05  WS-SID-ENTRY  OCCURS 2 TIMES
                             INDEXED BY WS-SID-X.
               10  WS-SID-CODE        PIC X.
               10  WS-SID-WORD        PIC X(5).
               10  WS-SID-VOL         PIC X(6).
               10  WS-SID-LIB         PIC X(8).
               10  WS-SID-FILE        PIC X(8).
               10  WS-SID-PATH        PIC X(80).
               10  WS-SID-READ-MODE   PIC X(10).
               10  WS-SID-KEY-NAME    PIC X(16).
               10  WS-SID-AMT-NAME    PIC X(16).
               10  WS-SID-DATE-NAME   PIC X(16).
               10  WS-SID-KEY-FLD     PIC 9(4)  COMP.
               10  WS-SID-AMT-FLD     PIC 9(4)  COMP.
               10  WS-SID-DATE-FLD    PIC 9(4)  COMP.
               10  WS-SID-AMT-DECIMALS PIC 9.
               10  WS-SID-FIRST-ITEM  PIC 9(6)  COMP-5.
               10  WS-SID-LAST-ITEM   PIC 9(6)  COMP-5.
               10  WS-SID-FILE-COUNT  PIC 9(9).
               10  WS-SID-FILE-HASH   PIC 9(15).
               10  WS-SID-FILE-AMOUNT PIC S9(14)V9(4) COMP-3.
               10  WS-SID-BF-COUNT    PIC 9(9).
               10  WS-SID-BF-AMOUNT   PIC S9(14)V9(4) COMP-3.
               10  WS-SID-MAT-COUNT   PIC 9(9).
               10  WS-SID-MAT-AMOUNT  PIC S9(14)V9(4) COMP-3.
               10  WS-SID-CF-COUNT    PIC 9(9).
               10  WS-SID-CF-AMOUNT   PIC S9(14)V9(4) COMP-3.
               10  WS-SID-AGED-COUNT  PIC 9(9).
               10  WS-SID-CTL-RETURN  PIC 9.
       01  WS-DATE-DAYS               PIC 9(5)  VALUE ZERO.
       01  WS-AGE-LIMIT               PIC 9(5)  VALUE ZERO.
       01  WS-MANY-MODE               PIC X(5)  VALUE "NONE".
           88  WS-MANY-NONE                     VALUE "NONE".
           88  WS-MANY-LEFT                     VALUE "LEFT".
           88  WS-MANY-RIGHT                    VALUE "RIGHT".
       01  WS-FIELD-NAME              PIC X(16).
       01  WS-FIELD-NUM               PIC 9(4)  COMP.
       01  WS-LAY-X                   PIC 9(4)  COMP-5.

       COPY "wlayout.cpy".

      *    Every item of both sides -- LEFT's carried items, then its
      *    file, then RIGHT's the same way -- in the order the output
      *    pass reads them again.
       01  WS-ITEM-COUNT              PIC 9(6)  COMP-5 VALUE ZERO.
       01  WS-ITEM-MAX                PIC 9(6)  VALUE 10000.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY  OCCURS 10000 TIMES
                             INDEXED BY WS-ITM-X WS-ITM-Y.
               10  WS-ITM-KEY         PIC X(40).
               10  WS-ITM-AMOUNT      PIC S9(14)V9(4) COMP-3.
               10  WS-ITM-DATE        PIC 9(8).
               10  WS-ITM-FIRST       PIC 9(8).
               10  WS-ITM-AGE         PIC 9(5).
               10  WS-ITM-GROUP       PIC 9(6)  COMP-5.
       01  WS-ITEM-FULL-SWITCH        PIC X     VALUE "N".
           88  WS-ITEM-TABLE-FULL               VALUE "Y".
       01  WS-PASS-SWITCH             PIC X.
           88  WS-LOAD-PASS                     VALUE "L".
           88  WS-OUTPUT-PASS                   VALUE "O".
       01  WS-ITEM-NUM                PIC 9(6)  COMP-5.
       01  WS-ITEM-SOURCE             PIC X.
           88  WS-ITEM-CARRIED                  VALUE "C".
       01  WS-HASH-VALUE              PIC 9(15).

      *    Matching work.
       01  WS-GROUP-COUNT             PIC 9(6)  COMP-5 VALUE ZERO.
       01  WS-ONE-FIRST               PIC 9(6)  COMP-5.
       01  WS-ONE-LAST                PIC 9(6)  COMP-5.
       01  WS-MANY-FIRST              PIC 9(6)  COMP-5.
       01  WS-MANY-LAST               PIC 9(6)  COMP-5.
       01  WS-PARTNER-SWITCH          PIC X.
           88  WS-PARTNER-FOUND                 VALUE "Y".
       01  WS-DATE-OK-SWITCH          PIC X.
           88  WS-DATE-OK                       VALUE "Y".
       01  WS-DAY-GAP                 PIC S9(7).
       01  WS-MANY-SUM                PIC S9(14)V9(4) COMP-3.
       01  WS-MANY-HITS               PIC 9(6)  COMP-5.

       01  WS-CONTROL-MISMATCH-SWITCH PIC X     VALUE "N".
           88  WS-CONTROL-MISMATCH              VALUE "Y".
       01  WS-FOOT-SWITCH             PIC X     VALUE "Y".
           88  WS-FOOTS                         VALUE "Y".
       01  WS-OUTPUT-FAILED-SWITCH    PIC X     VALUE "N".
           88  WS-OUTPUT-FAILED                 VALUE "Y".

      *    The summary report.
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL           PIC X(18).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-SUM-LEFT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-SUM-LEFT-AMOUNT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WS-SUM-RIGHT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-SUM-RIGHT-AMOUNT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ITEM-LINE.
           05  WS-IL-SIDE             PIC X(5).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-KEY              PIC X(40).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-AMOUNT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-IL-DATE             PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-IL-FIRST            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-IL-AGE              PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-IL-FLAG             PIC X(4).
       01  WS-CONTROL-TEXT            PIC X(18).
       01  WS-AGED-TOTAL              PIC 9(9)  VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WRECON.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-RECON-NAME.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-RECON-NAME
           END-UNSTRING.
           IF WS-RECON-NAME = SPACES
               DISPLAY "WRECON: USAGE IS  WRECON RECON-NAME"
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

           PERFORM LOAD-RECON-SPEC
               THRU LOAD-RECON-SPEC-EXIT.
           IF WS-CLAUSE-COUNT = ZERO
               DISPLAY "WRECON: NO RECONCILIATION " WS-RECON-NAME
                       " IN WRECON.DAT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM BUILD-RECON
               THRU BUILD-RECON-EXIT.
           IF WS-RECON-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM FIND-CARRIED-ITEMS
               THRU FIND-CARRIED-ITEMS-EXIT.

      *    Load both sides -- each with its own layout -- then match.
           SET WS-LOAD-PASS TO TRUE.
           MOVE ZERO TO WS-ITEM-NUM.
           PERFORM VARYING WS-SID-X FROM 1 BY 1
                   UNTIL WS-SID-X > 2 OR WS-RECON-IN-ERROR
               PERFORM PREPARE-SIDE-LAYOUT
                   THRU PREPARE-SIDE-LAYOUT-EXIT
               IF NOT WS-RECON-IN-ERROR
                   COMPUTE WS-SID-FIRST-ITEM (WS-SID-X) =
                       WS-ITEM-NUM + 1
                   PERFORM READ-SIDE-ITEMS
                       THRU READ-SIDE-ITEMS-EXIT
                   MOVE WS-ITEM-NUM TO WS-SID-LAST-ITEM (WS-SID-X)
               END-IF
           END-PERFORM.
           IF WS-ITEM-TABLE-FULL
               DISPLAY "WRECON: MORE THAN " WS-ITEM-MAX " ITEMS -- "
                       WS-RECON-NAME " CANNOT BE RECONCILED IN ONE RUN."
               SET WS-RECON-IN-ERROR TO TRUE
           END-IF.
           IF WS-RECON-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           MOVE WS-ITEM-NUM TO WS-ITEM-COUNT.

           PERFORM VERIFY-CONTROL-TOTALS.

           IF NOT WS-CONTROL-MISMATCH
               PERFORM MATCH-ITEMS
                   THRU MATCH-ITEMS-EXIT
               PERFORM TOTAL-SIDES
               PERFORM WRITE-RECON-OUTPUTS
                   THRU WRITE-RECON-OUTPUTS-EXIT
           END-IF.
           PERFORM WRITE-SUMMARY-REPORT
               THRU WRITE-SUMMARY-REPORT-EXIT.

           IF WS-CONTROL-MISMATCH OR WS-OUTPUT-FAILED
               DISPLAY "WRECON: " WS-RECON-NAME " NOT RECONCILED -- "
                       "SEE WRECON.RPT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE WS-SID-MAT-COUNT (1) TO WS-COUNT-DISP.
           COMPUTE WS-NUMBER = WS-SID-CF-COUNT (1)
                             + WS-SID-CF-COUNT (2).
           MOVE WS-NUMBER TO WS-COUNT-DISP-2.
           DISPLAY "WRECON: " WS-RECON-NAME " MATCHED "
                   WS-COUNT-DISP " LEFT ITEM(S), "
                   WS-COUNT-DISP-2 " ITEM(S) CARRIED FORWARD.".
           IF NOT WS-FOOTS
               DISPLAY "WRECON: THE SUMMARY DOES NOT FOOT -- "
                       "SEE WRECON.RPT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           IF WS-AGED-TOTAL > ZERO
               MOVE WS-AGED-TOTAL TO WS-COUNT-DISP
               DISPLAY "WRECON: " WS-COUNT-DISP " AGED ITEM(S)."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE NAMED RECONCILIATION'S LINES FROM WRECON.DAT.
      ******************************************************************

       LOAD-RECON-SPEC.

           OPEN INPUT WRECON-FILE.
           IF WS-SPEC-FILE-STATUS NOT = "00"
               GO TO LOAD-RECON-SPEC-EXIT
           END-IF.
           PERFORM UNTIL WS-SPEC-EOF
               READ WRECON-FILE
                   AT END
                       SET WS-SPEC-EOF TO TRUE
                   NOT AT END
                       IF RC-REC-NAME (1:1) NOT = "*"
                               AND RC-REC-NAME = WS-RECON-NAME
                               AND WS-CLAUSE-COUNT < WS-CLAUSE-MAX
                           ADD 1 TO WS-CLAUSE-COUNT
                           SET WS-CLS-X TO WS-CLAUSE-COUNT
                           MOVE RC-REC-VERB TO WS-CLS-VERB (WS-CLS-X)
                           MOVE RC-REC-TEXT TO WS-CLS-TEXT (WS-CLS-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRECON-FILE.

       LOAD-RECON-SPEC-EXIT.
           EXIT.

      ******************************************************************
      * THE FILES, FIELDS, TOLERANCE, AND MATCHING MODE; THE OUTPUT
      * NAMES FOLLOW THE RECONCILIATION'S NAME.
      ******************************************************************

       BUILD-RECON.

           MOVE SPACES TO WS-SIDE-TABLE.
           PERFORM VARYING WS-SID-X FROM 1 BY 1
                   UNTIL WS-SID-X > 2
               MOVE ZERO TO WS-SID-KEY-FLD (WS-SID-X)
                            WS-SID-AMT-FLD (WS-SID-X)
                            WS-SID-DATE-FLD (WS-SID-X)
                            WS-SID-AMT-DECIMALS (WS-SID-X)
                            WS-SID-FIRST-ITEM (WS-SID-X)
                            WS-SID-LAST-ITEM (WS-SID-X)
                            WS-SID-FILE-COUNT (WS-SID-X)
                            WS-SID-FILE-HASH (WS-SID-X)
                            WS-SID-FILE-AMOUNT (WS-SID-X)
                            WS-SID-BF-COUNT (WS-SID-X)
                            WS-SID-BF-AMOUNT (WS-SID-X)
                            WS-SID-MAT-COUNT (WS-SID-X)
                            WS-SID-MAT-AMOUNT (WS-SID-X)
                            WS-SID-CF-COUNT (WS-SID-X)
                            WS-SID-CF-AMOUNT (WS-SID-X)
                            WS-SID-AGED-COUNT (WS-SID-X)
                            WS-SID-CTL-RETURN (WS-SID-X)
           END-PERFORM.
           MOVE "L" TO WS-SID-CODE (1).
           MOVE "LEFT" TO WS-SID-WORD (1).
           MOVE "R" TO WS-SID-CODE (2).
           MOVE "RIGHT" TO WS-SID-WORD (2).

           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
               MOVE SPACES TO WS-TEXT-1 WS-TEXT-2 WS-TEXT-3
               UNSTRING WS-CLS-TEXT (WS-CLS-X) DELIMITED BY ALL " "
                   INTO WS-TEXT-1, WS-TEXT-2, WS-TEXT-3
               END-UNSTRING
               EVALUATE WS-CLS-VERB (WS-CLS-X)
                   WHEN "LEFT"
                       SET WS-SID-X TO 1
                       PERFORM SET-SIDE-FILE
                   WHEN "RIGHT"
                       SET WS-SID-X TO 2
                       PERFORM SET-SIDE-FILE
                   WHEN "KEY"
                       MOVE WS-TEXT-1 TO WS-SID-KEY-NAME (1)
                       MOVE WS-TEXT-2 TO WS-SID-KEY-NAME (2)
                   WHEN "AMOUNT"
                       MOVE WS-TEXT-1 TO WS-SID-AMT-NAME (1)
                       MOVE WS-TEXT-2 TO WS-SID-AMT-NAME (2)
                   WHEN "DATE"
                       MOVE WS-TEXT-1 TO WS-SID-DATE-NAME (1)
                       MOVE WS-TEXT-2 TO WS-SID-DATE-NAME (2)
                       IF WS-TEXT-3 NOT = SPACES
                           MOVE WS-TEXT-3 TO WS-NUM-TEXT
                           PERFORM CONVERT-SPEC-NUMBER
                           IF WS-NUMBER-VALID AND WS-NUMBER < 100000
                               MOVE WS-NUMBER TO WS-DATE-DAYS
                           ELSE
                               PERFORM NOTE-BAD-SPEC-LINE
                           END-IF
                       END-IF
                   WHEN "MANY"
                       MOVE WS-TEXT-1 TO WS-MANY-MODE
                       IF NOT WS-MANY-NONE AND NOT WS-MANY-LEFT
                               AND NOT WS-MANY-RIGHT
                           PERFORM NOTE-BAD-SPEC-LINE
                       END-IF
                   WHEN "AGE"
                       MOVE WS-TEXT-1 TO WS-NUM-TEXT
                       PERFORM CONVERT-SPEC-NUMBER
                       IF WS-NUMBER-VALID AND WS-NUMBER < 100000
                           MOVE WS-NUMBER TO WS-AGE-LIMIT
                       ELSE
                           PERFORM NOTE-BAD-SPEC-LINE
                       END-IF
                   WHEN OTHER
                       DISPLAY "WRECON: UNKNOWN VERB "
                               WS-CLS-VERB (WS-CLS-X)
                               " IN RECONCILIATION " WS-RECON-NAME
                       SET WS-RECON-IN-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.

           IF WS-SID-FILE (1) = SPACES OR WS-SID-FILE (2) = SPACES
                   OR WS-SID-KEY-NAME (2) = SPACES
                   OR WS-SID-AMT-NAME (2) = SPACES
               DISPLAY "WRECON: RECONCILIATION " WS-RECON-NAME
                       " NEEDS LEFT, RIGHT, KEY AND AMOUNT LINES."
               SET WS-RECON-IN-ERROR TO TRUE
               GO TO BUILD-RECON-EXIT
           END-IF.

           MOVE SPACES TO WS-OPEN-PATH WS-PRIOR-PATH WS-WORK-PATH
                          WS-MATCHED-PATH WS-UNL-PATH WS-UNR-PATH.
           STRING WS-RECON-NAME DELIMITED BY SPACE ".OPN"
               DELIMITED BY SIZE INTO WS-OPEN-PATH
           END-STRING.
           STRING WS-RECON-NAME DELIMITED BY SPACE ".OPB"
               DELIMITED BY SIZE INTO WS-PRIOR-PATH
           END-STRING.
           STRING WS-RECON-NAME DELIMITED BY SPACE ".OPW"
               DELIMITED BY SIZE INTO WS-WORK-PATH
           END-STRING.
           STRING WS-RECON-NAME DELIMITED BY SPACE ".MAT"
               DELIMITED BY SIZE INTO WS-MATCHED-PATH
           END-STRING.
           STRING WS-RECON-NAME DELIMITED BY SPACE ".UNL"
               DELIMITED BY SIZE INTO WS-UNL-PATH
           END-STRING.
           STRING WS-RECON-NAME DELIMITED BY SPACE ".UNR"
               DELIMITED BY SIZE INTO WS-UNR-PATH
           END-STRING.

       BUILD-RECON-EXIT.
           EXIT.

       SET-SIDE-FILE.

           MOVE WS-TEXT-1 TO WS-SID-VOL (WS-SID-X).
           MOVE WS-TEXT-2 TO WS-SID-LIB (WS-SID-X).
           MOVE WS-TEXT-3 TO WS-SID-FILE (WS-SID-X).
           CALL "WVOLRES" USING WS-SID-VOL (WS-SID-X),
               WS-SID-LIB (WS-SID-X), WS-SID-FILE (WS-SID-X),
               WS-SID-PATH (WS-SID-X).
           IF WS-SID-PATH (WS-SID-X) = SPACES
               DISPLAY "WRECON: NO WISPVOLLIB MAPPING FOR "
                       WS-SID-VOL (WS-SID-X) " "
                       WS-SID-LIB (WS-SID-X) " "
                       WS-SID-FILE (WS-SID-X) "."
               SET WS-RECON-IN-ERROR TO TRUE
           END-IF.

       NOTE-BAD-SPEC-LINE.

           DISPLAY "WRECON: BAD " WS-CLS-VERB (WS-CLS-X)
                   " LINE IN RECONCILIATION " WS-RECON-NAME ": "
                   WS-CLS-TEXT (WS-CLS-X) (1:40).
           SET WS-RECON-IN-ERROR TO TRUE.

       CONVERT-SPEC-NUMBER.

           MOVE "N" TO WS-NUMBER-SWITCH.
           MOVE ZERO TO WS-NUMBER WS-DIGITS.
           INSPECT WS-NUM-TEXT TALLYING WS-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DIGITS > ZERO
               IF WS-NUM-TEXT (1:WS-DIGITS) IS NUMERIC
                   MOVE WS-NUM-TEXT (1:WS-DIGITS) TO WS-NUMBER
                   SET WS-NUMBER-VALID TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * WHERE THE OPEN ITEMS COME FROM.  <RECON>.OPN'S HEADER NAMES
      * THE BUSINESS DATE OF THE RUN THAT WROTE IT; WHEN THAT IS
      * TODAY THIS IS A RERUN, AND THE DAY'S STARTING ITEMS ARE THE
      * ONES SAVED IN <RECON>.OPB.
      ******************************************************************

       FIND-CARRIED-ITEMS.

           MOVE WS-OPEN-PATH TO WS-CARRY-PATH.
           OPEN INPUT WS-CARRY-FILE.
           IF WS-CARRY-STATUS NOT = "00"
               GO TO FIND-CARRIED-ITEMS-EXIT
           END-IF.
           MOVE SPACES TO WRECITM-RECORD.
           READ WS-CARRY-FILE INTO WRECITM-RECORD
               AT END
                   CONTINUE
           END-READ.
           CLOSE WS-CARRY-FILE.
           IF RI-HEADER AND RI-FIRST-DATE = WS-BUSINESS-DATE
               SET WS-RERUN TO TRUE
               MOVE WS-PRIOR-PATH TO WS-CARRY-PATH
               OPEN INPUT WS-CARRY-FILE
               IF WS-CARRY-STATUS NOT = "00"
                   GO TO FIND-CARRIED-ITEMS-EXIT
               END-IF
               CLOSE WS-CARRY-FILE
           END-IF.
           SET WS-HAVE-CARRY TO TRUE.

       FIND-CARRIED-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * ONE SIDE'S LAYOUT AND ITS KEY, AMOUNT AND DATE FIELDS.
      ******************************************************************

       PREPARE-SIDE-LAYOUT.

           MOVE WS-SID-VOL (WS-SID-X) TO LAY-VOL.
           MOVE WS-SID-LIB (WS-SID-X) TO LAY-LIB.
           MOVE WS-SID-FILE (WS-SID-X) TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           IF LAY-FIELD-COUNT = ZERO
               DISPLAY "WRECON: NO LAYOUT DICTIONARY ENTRY FOR "
                       LAY-VOL " " LAY-LIB " " LAY-FILE "."
               SET WS-RECON-IN-ERROR TO TRUE
               GO TO PREPARE-SIDE-LAYOUT-EXIT
           END-IF.

           MOVE WS-SID-KEY-NAME (WS-SID-X) TO WS-FIELD-NAME.
           PERFORM FIND-LAYOUT-FIELD.
           MOVE WS-FIELD-NUM TO WS-SID-KEY-FLD (WS-SID-X).
           MOVE WS-SID-AMT-NAME (WS-SID-X) TO WS-FIELD-NAME.
           PERFORM FIND-LAYOUT-FIELD.
           MOVE WS-FIELD-NUM TO WS-SID-AMT-FLD (WS-SID-X).
           IF WS-FIELD-NUM > ZERO
               IF NOT LAY-FLD-IS-NUMERIC (WS-FIELD-NUM)
                   DISPLAY "WRECON: AMOUNT FIELD " WS-FIELD-NAME
                           " OF " LAY-VOL " " LAY-LIB " " LAY-FILE
                           " IS NOT NUMERIC."
                   SET WS-RECON-IN-ERROR TO TRUE
               ELSE
                   MOVE LAY-FLD-DECIMALS (WS-FIELD-NUM)
                       TO WS-SID-AMT-DECIMALS (WS-SID-X)
               END-IF
           END-IF.
           IF WS-SID-DATE-NAME (WS-SID-X) NOT = SPACES
               MOVE WS-SID-DATE-NAME (WS-SID-X) TO WS-FIELD-NAME
               PERFORM FIND-LAYOUT-FIELD
               MOVE WS-FIELD-NUM TO WS-SID-DATE-FLD (WS-SID-X)
           END-IF.

       PREPARE-SIDE-LAYOUT-EXIT.
           EXIT.

       FIND-LAYOUT-FIELD.

           MOVE ZERO TO WS-FIELD-NUM.
           PERFORM VARYING WS-LAY-X FROM 1 BY 1
                   UNTIL WS-LAY-X > LAY-FIELD-COUNT
                      OR WS-FIELD-NUM > ZERO
               IF LAY-FLD-NAME (WS-LAY-X) = WS-FIELD-NAME
                   MOVE WS-LAY-X TO WS-FIELD-NUM
               END-IF
           END-PERFORM.
           IF WS-FIELD-NUM = ZERO
               DISPLAY "WRECON: FIELD " WS-FIELD-NAME
                       " IS NOT IN THE LAYOUT OF "
                       LAY-VOL " " LAY-LIB " " LAY-FILE "."
               SET WS-RECON-IN-ERROR TO TRUE
           END-IF.

      ******************************************************************
      * ONE SIDE'S ITEMS -- ITS CARRIED ITEMS, THEN ITS FILE.  THE
      * LOAD PASS DECODES THEM INTO THE TABLE; THE OUTPUT PASS READS
      * THEM AGAIN IN THE SAME ORDER AND WRITES EACH WHERE IT WENT.
      ******************************************************************

       READ-SIDE-ITEMS.

           IF WS-HAVE-CARRY
               MOVE "C" TO WS-ITEM-SOURCE
               MOVE "N" TO WS-CARRY-EOF-SWITCH
               OPEN INPUT WS-CARRY-FILE
               PERFORM UNTIL WS-CARRY-EOF
                   READ WS-CARRY-FILE INTO WRECITM-RECORD
                       AT END
                           SET WS-CARRY-EOF TO TRUE
                       NOT AT END
                           IF RI-SIDE = WS-SID-CODE (WS-SID-X)
                               MOVE RI-RECORD TO WS-RECORD-AREA
                               PERFORM TAKE-ONE-ITEM
                                   THRU TAKE-ONE-ITEM-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-CARRY-FILE
           END-IF.

           MOVE "F" TO WS-ITEM-SOURCE.
           MOVE WS-SID-PATH (WS-SID-X) TO WS-DATA-PATH.
           MOVE "N" TO WS-DATA-EOF-SWITCH.
           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               MOVE "INDEXED" TO WS-SID-READ-MODE (WS-SID-X)
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-INDEXED-FILE NEXT
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WRX-RECORD TO WS-RECORD-AREA
                           PERFORM TAKE-ONE-ITEM
                               THRU TAKE-ONE-ITEM-EXIT
                   END-READ
               END-PERFORM
               CLOSE WS-INDEXED-FILE
               GO TO READ-SIDE-ITEMS-EXIT
           END-IF.

           OPEN INPUT WS-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               DISPLAY "WRECON: CANNOT OPEN " WS-DATA-PATH (1:50)
                       " STATUS " WS-SEQ-STATUS
               SET WS-RECON-IN-ERROR TO TRUE
               GO TO READ-SIDE-ITEMS-EXIT
           END-IF.
           MOVE "SEQUENTIAL" TO WS-SID-READ-MODE (WS-SID-X).
           PERFORM UNTIL WS-DATA-EOF
               READ WS-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                       PERFORM TAKE-ONE-ITEM
                           THRU TAKE-ONE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE WS-SEQ-FILE.

       READ-SIDE-ITEMS-EXIT.
           EXIT.

       TAKE-ONE-ITEM.

           IF WS-OUTPUT-PASS
               PERFORM PUT-ONE-ITEM
                   THRU PUT-ONE-ITEM-EXIT
               GO TO TAKE-ONE-ITEM-EXIT
           END-IF.

           IF WS-ITEM-NUM NOT < WS-ITEM-MAX
               SET WS-ITEM-TABLE-FULL TO TRUE
               GO TO TAKE-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-ITEM-NUM.
           SET WS-ITM-X TO WS-ITEM-NUM.
           MOVE ZERO TO WS-ITM-GROUP (WS-ITM-X) WS-ITM-DATE (WS-ITM-X).

           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
               WS-SID-KEY-FLD (WS-SID-X), WS-RECORD-AREA,
               WISP-FIELD-VALUE.
           MOVE FV-TEXT TO WS-ITM-KEY (WS-ITM-X).
           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
               WS-SID-AMT-FLD (WS-SID-X), WS-RECORD-AREA,
               WISP-FIELD-VALUE.
           IF FV-NUMERIC
               MOVE FV-NUMBER TO WS-ITM-AMOUNT (WS-ITM-X)
           ELSE
               MOVE ZERO TO WS-ITM-AMOUNT (WS-ITM-X)
           END-IF.
           IF WS-SID-DATE-FLD (WS-SID-X) > ZERO
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
                   WS-SID-DATE-FLD (WS-SID-X), WS-RECORD-AREA,
                   WISP-FIELD-VALUE
               IF FV-NUMERIC AND FV-NUMBER > 16010100
                       AND FV-NUMBER < 99991232
                   MOVE FV-NUMBER TO WS-ITM-DATE (WS-ITM-X)
               END-IF
           END-IF.

           IF WS-ITEM-CARRIED
               MOVE RI-FIRST-DATE TO WS-ITM-FIRST (WS-ITM-X)
               ADD 1 TO WS-SID-BF-COUNT (WS-SID-X)
               ADD WS-ITM-AMOUNT (WS-ITM-X)
                   TO WS-SID-BF-AMOUNT (WS-SID-X)
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-ITM-FIRST (WS-ITM-X)
               ADD 1 TO WS-SID-FILE-COUNT (WS-SID-X)
               ADD WS-ITM-AMOUNT (WS-ITM-X)
                   TO WS-SID-FILE-AMOUNT (WS-SID-X)
      *        The control amount is the field's digits, unsigned.
               IF WS-ITM-AMOUNT (WS-ITM-X) < ZERO
                   COMPUTE WS-HASH-VALUE = WS-ITM-AMOUNT (WS-ITM-X)
                       * -1 * 10 ** WS-SID-AMT-DECIMALS (WS-SID-X)
               ELSE
                   COMPUTE WS-HASH-VALUE = WS-ITM-AMOUNT (WS-ITM-X)
                       * 10 ** WS-SID-AMT-DECIMALS (WS-SID-X)
               END-IF
               ADD WS-HASH-VALUE TO WS-SID-FILE-HASH (WS-SID-X)
           END-IF.
           MOVE ZERO TO WS-ITM-AGE (WS-ITM-X).
           IF WS-ITM-FIRST (WS-ITM-X) > 16010100
                   AND WS-ITM-FIRST (WS-ITM-X) < WS-BUSINESS-DATE
               COMPUTE WS-ITM-AGE (WS-ITM-X) =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-ITM-FIRST (WS-ITM-X))
           END-IF.

       TAKE-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * EACH FILE'S RECORD COUNT AND AMOUNT AGAINST ITS WCTLTOT
      * REGISTRATION.  NOTHING REGISTERED IS REPORTED, NOT A STOP.
      ******************************************************************

       VERIFY-CONTROL-TOTALS.

           PERFORM VARYING WS-SID-X FROM 1 BY 1
                   UNTIL WS-SID-X > 2
               CALL "WCTLTOT" USING "VER", WS-SID-VOL (WS-SID-X),
                   WS-SID-LIB (WS-SID-X), WS-SID-FILE (WS-SID-X),
                   WS-SID-FILE-COUNT (WS-SID-X),
                   WS-SID-FILE-HASH (WS-SID-X),
                   WS-SID-CTL-RETURN (WS-SID-X)
                   ON EXCEPTION
                       MOVE 2 TO WS-SID-CTL-RETURN (WS-SID-X)
               END-CALL
               IF WS-SID-CTL-RETURN (WS-SID-X) = 1
                   DISPLAY "WRECON: " WS-SID-VOL (WS-SID-X) " "
                           WS-SID-LIB (WS-SID-X) " "
                           WS-SID-FILE (WS-SID-X)
                           " DOES NOT BALANCE WITH ITS REGISTERED "
                           "CONTROL TOTALS."
                   SET WS-CONTROL-MISMATCH TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * ONE-TO-ONE FIRST, LEFT ITEMS IN ORDER AGAINST THE EARLIEST
      * RIGHT ITEM THAT FITS; THEN, UNDER MANY, ONE AGAINST SEVERAL.
      ******************************************************************

       MATCH-ITEMS.

           MOVE WS-SID-FIRST-ITEM (1) TO WS-ONE-FIRST.
           MOVE WS-SID-LAST-ITEM (1) TO WS-ONE-LAST.
           MOVE WS-SID-FIRST-ITEM (2) TO WS-MANY-FIRST.
           MOVE WS-SID-LAST-ITEM (2) TO WS-MANY-LAST.
           PERFORM VARYING WS-ITM-X FROM WS-ONE-FIRST BY 1
                   UNTIL WS-ITM-X > WS-ONE-LAST
               IF WS-ITM-GROUP (WS-ITM-X) = ZERO
                   PERFORM MATCH-ONE-TO-ONE
               END-IF
           END-PERFORM.

           IF WS-MANY-NONE
               GO TO MATCH-ITEMS-EXIT
           END-IF.
           IF WS-MANY-RIGHT
               MOVE WS-SID-FIRST-ITEM (2) TO WS-ONE-FIRST
               MOVE WS-SID-LAST-ITEM (2) TO WS-ONE-LAST
               MOVE WS-SID-FIRST-ITEM (1) TO WS-MANY-FIRST
               MOVE WS-SID-LAST-ITEM (1) TO WS-MANY-LAST
           END-IF.
           PERFORM VARYING WS-ITM-X FROM WS-ONE-FIRST BY 1
                   UNTIL WS-ITM-X > WS-ONE-LAST
               IF WS-ITM-GROUP (WS-ITM-X) = ZERO
                   PERFORM MATCH-ONE-TO-MANY
               END-IF
           END-PERFORM.

       MATCH-ITEMS-EXIT.
           EXIT.

       MATCH-ONE-TO-ONE.

           MOVE "N" TO WS-PARTNER-SWITCH.
           PERFORM VARYING WS-ITM-Y FROM WS-MANY-FIRST BY 1
                   UNTIL WS-ITM-Y > WS-MANY-LAST
                      OR WS-PARTNER-FOUND
               IF WS-ITM-GROUP (WS-ITM-Y) = ZERO
                       AND WS-ITM-KEY (WS-ITM-Y) = WS-ITM-KEY (WS-ITM-X)
                       AND WS-ITM-AMOUNT (WS-ITM-Y)
                           = WS-ITM-AMOUNT (WS-ITM-X)
                   PERFORM CHECK-DATE-TOLERANCE
                       THRU CHECK-DATE-TOLERANCE-EXIT
                   IF WS-DATE-OK
                       SET WS-PARTNER-FOUND TO TRUE
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE WS-GROUP-COUNT TO WS-ITM-GROUP (WS-ITM-X)
                                              WS-ITM-GROUP (WS-ITM-Y)
                   END-IF
               END-IF
           END-PERFORM.

      *    Every open item of the key on the many side, within the
      *    tolerance, is taken together -- when there are at least two
      *    and they add up to the one item's amount.
       MATCH-ONE-TO-MANY.

           MOVE ZERO TO WS-MANY-SUM WS-MANY-HITS.
           PERFORM VARYING WS-ITM-Y FROM WS-MANY-FIRST BY 1
                   UNTIL WS-ITM-Y > WS-MANY-LAST
               IF WS-ITM-GROUP (WS-ITM-Y) = ZERO
                       AND WS-ITM-KEY (WS-ITM-Y) = WS-ITM-KEY (WS-ITM-X)
                   PERFORM CHECK-DATE-TOLERANCE
                       THRU CHECK-DATE-TOLERANCE-EXIT
                   IF WS-DATE-OK
                       ADD 1 TO WS-MANY-HITS
                       ADD WS-ITM-AMOUNT (WS-ITM-Y) TO WS-MANY-SUM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MANY-HITS > 1
                   AND WS-MANY-SUM = WS-ITM-AMOUNT (WS-ITM-X)
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-ITM-GROUP (WS-ITM-X)
               PERFORM VARYING WS-ITM-Y FROM WS-MANY-FIRST BY 1
                       UNTIL WS-ITM-Y > WS-MANY-LAST
                   IF WS-ITM-GROUP (WS-ITM-Y) = ZERO
                           AND WS-ITM-KEY (WS-ITM-Y)
                               = WS-ITM-KEY (WS-ITM-X)
                       PERFORM CHECK-DATE-TOLERANCE
                           THRU CHECK-DATE-TOLERANCE-EXIT
                       IF WS-DATE-OK
                           MOVE WS-GROUP-COUNT
                               TO WS-ITM-GROUP (WS-ITM-Y)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    No DATE line: any dates match.  With one, both items need
      *    a valid date and the gap may not pass the tolerance.
       CHECK-DATE-TOLERANCE.

           MOVE "Y" TO WS-DATE-OK-SWITCH.
           IF WS-SID-DATE-FLD (1) = ZERO
               GO TO CHECK-DATE-TOLERANCE-EXIT
           END-IF.
           IF WS-ITM-DATE (WS-ITM-X) = ZERO
                   OR WS-ITM-DATE (WS-ITM-Y) = ZERO
               MOVE "N" TO WS-DATE-OK-SWITCH
               GO TO CHECK-DATE-TOLERANCE-EXIT
           END-IF.
           COMPUTE WS-DAY-GAP =
               FUNCTION INTEGER-OF-DATE (WS-ITM-DATE (WS-ITM-X))
             - FUNCTION INTEGER-OF-DATE (WS-ITM-DATE (WS-ITM-Y)).
           IF WS-DAY-GAP < ZERO
               COMPUTE WS-DAY-GAP = WS-DAY-GAP * -1
           END-IF.
           IF WS-DAY-GAP > WS-DATE-DAYS
               MOVE "N" TO WS-DATE-OK-SWITCH
           END-IF.

       CHECK-DATE-TOLERANCE-EXIT.
           EXIT.

      ******************************************************************
      * WHAT EACH SIDE MATCHED AND CARRIES, AND WHETHER IT FOOTS:
      * BROUGHT FORWARD PLUS THE FILE IS MATCHED PLUS CARRIED.
      ******************************************************************

       TOTAL-SIDES.

           PERFORM VARYING WS-SID-X FROM 1 BY 1
                   UNTIL WS-SID-X > 2
               PERFORM VARYING WS-ITM-X
                       FROM WS-SID-FIRST-ITEM (WS-SID-X) BY 1
                       UNTIL WS-ITM-X > WS-SID-LAST-ITEM (WS-SID-X)
                   IF WS-ITM-GROUP (WS-ITM-X) > ZERO
                       ADD 1 TO WS-SID-MAT-COUNT (WS-SID-X)
                       ADD WS-ITM-AMOUNT (WS-ITM-X)
                           TO WS-SID-MAT-AMOUNT (WS-SID-X)
                   ELSE
                       ADD 1 TO WS-SID-CF-COUNT (WS-SID-X)
                       ADD WS-ITM-AMOUNT (WS-ITM-X)
                           TO WS-SID-CF-AMOUNT (WS-SID-X)
                       IF WS-AGE-LIMIT > ZERO
                               AND WS-ITM-AGE (WS-ITM-X) > WS-AGE-LIMIT
                           ADD 1 TO WS-SID-AGED-COUNT (WS-SID-X)
                           ADD 1 TO WS-AGED-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SID-BF-COUNT (WS-SID-X)
                  + WS-SID-FILE-COUNT (WS-SID-X)
                  NOT = WS-SID-MAT-COUNT (WS-SID-X)
                      + WS-SID-CF-COUNT (WS-SID-X)
                       OR WS-SID-BF-AMOUNT (WS-SID-X)
                          + WS-SID-FILE-AMOUNT (WS-SID-X)
                          NOT = WS-SID-MAT-AMOUNT (WS-SID-X)
                              + WS-SID-CF-AMOUNT (WS-SID-X)
                   MOVE "N" TO WS-FOOT-SWITCH
               END-IF
           END-PERFORM.

      ******************************************************************
      * THE OUTPUT PASS -- EVERY ITEM READ AGAIN AND WRITTEN TO THE
      * MATCHED OR UNMATCHED FILE, THE UNMATCHED ALSO TO THE NEW OPEN
      * ITEMS; THEN THE OPEN ITEMS ROLL.
      ******************************************************************

       WRITE-RECON-OUTPUTS.

           OPEN OUTPUT WS-MATCHED-FILE.
           OPEN OUTPUT WS-UNL-FILE.
           OPEN OUTPUT WS-UNR-FILE.
           OPEN OUTPUT WS-NEW-CARRY-FILE.
           IF WS-MATCHED-STATUS NOT = "00" OR WS-UNL-STATUS NOT = "00"
                   OR WS-UNR-STATUS NOT = "00"
                   OR WS-NEW-CARRY-STATUS NOT = "00"
               DISPLAY "WRECON: CANNOT CREATE THE OUTPUT FILES OF "
                       WS-RECON-NAME "."
               SET WS-OUTPUT-FAILED TO TRUE
               GO TO WRITE-RECON-OUTPUTS-EXIT
           END-IF.
           MOVE SPACES TO WRECITM-RECORD.
           MOVE "H" TO RI-SIDE.
           MOVE ZERO TO RI-GROUP RI-AGE.
           MOVE WS-BUSINESS-DATE TO RI-FIRST-DATE.
           MOVE WS-RUN-ID TO RI-RECORD.
           WRITE WS-NEW-CARRY-RECORD FROM WRECITM-RECORD.

           SET WS-OUTPUT-PASS TO TRUE.
           MOVE ZERO TO WS-ITEM-NUM.
           PERFORM VARYING WS-SID-X FROM 1 BY 1
                   UNTIL WS-SID-X > 2
               PERFORM READ-SIDE-ITEMS
                   THRU READ-SIDE-ITEMS-EXIT
           END-PERFORM.
           CLOSE WS-MATCHED-FILE WS-UNL-FILE WS-UNR-FILE
                 WS-NEW-CARRY-FILE.
           IF WS-ITEM-NUM NOT = WS-ITEM-COUNT OR WS-RECON-IN-ERROR
               DISPLAY "WRECON: THE FILES CHANGED WHILE "
                       WS-RECON-NAME " WAS BEING RECONCILED."
               SET WS-OUTPUT-FAILED TO TRUE
           END-IF.
           IF WS-OUTPUT-FAILED
               CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
               GO TO WRITE-RECON-OUTPUTS-EXIT
           END-IF.

      *    The first run of the day keeps the day's starting items.
           IF NOT WS-RERUN
               CALL "CBL_DELETE_FILE" USING WS-PRIOR-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
               CALL "CBL_RENAME_FILE" USING WS-OPEN-PATH,
                   WS-PRIOR-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-OPEN-PATH
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-OPEN-PATH.
           MOVE RETURN-CODE TO WS-FILE-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-FILE-RC NOT = ZERO
               DISPLAY "WRECON: THE OPEN ITEMS COULD NOT BE SAVED AS "
                       WS-OPEN-PATH (1:40)
               SET WS-OUTPUT-FAILED TO TRUE
           END-IF.

       WRITE-RECON-OUTPUTS-EXIT.
           EXIT.

       PUT-ONE-ITEM.

           ADD 1 TO WS-ITEM-NUM.
           IF WS-ITEM-NUM > WS-ITEM-COUNT
               GO TO PUT-ONE-ITEM-EXIT
           END-IF.
           SET WS-ITM-X TO WS-ITEM-NUM.
           MOVE SPACES TO WRECITM-RECORD.
           MOVE WS-SID-CODE (WS-SID-X) TO RI-SIDE.
           MOVE WS-ITM-GROUP (WS-ITM-X) TO RI-GROUP.
           MOVE WS-ITM-FIRST (WS-ITM-X) TO RI-FIRST-DATE.
           MOVE WS-ITM-AGE (WS-ITM-X) TO RI-AGE.
           MOVE WS-RECORD-AREA TO RI-RECORD.
           IF WS-ITM-GROUP (WS-ITM-X) > ZERO
               WRITE WS-MATCHED-RECORD FROM WRECITM-RECORD
           ELSE
               IF WS-SID-X = 1
                   WRITE WS-UNL-RECORD FROM WRECITM-RECORD
               ELSE
                   WRITE WS-UNR-RECORD FROM WRECITM-RECORD
               END-IF
               WRITE WS-NEW-CARRY-RECORD FROM WRECITM-RECORD
           END-IF.

       PUT-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * WRECON.RPT -- THE FOOTED SUMMARY, THE CONTROL TOTALS, AND THE
      * ITEMS STILL OPEN, OLDEST FIRST WITHIN EACH SIDE'S ORDER.
      ******************************************************************

       WRITE-SUMMARY-REPORT.

           OPEN OUTPUT WRECON-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WRECON - RECONCILIATION " WS-RECON-NAME
                  "  AS OF " WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RERUN
               MOVE "RERUN -- STARTED FROM THE ITEMS OPEN AT THE START "
                   TO WS-REPORT-LINE
               MOVE "OF THE BUSINESS DATE" TO WS-REPORT-LINE (51:20)
           END-IF.
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SID-X FROM 1 BY 1
                   UNTIL WS-SID-X > 2
               EVALUATE WS-SID-CTL-RETURN (WS-SID-X)
                   WHEN ZERO
                       MOVE "BALANCES" TO WS-CONTROL-TEXT
                   WHEN 1
                       MOVE "DOES NOT BALANCE" TO WS-CONTROL-TEXT
                   WHEN OTHER
                       MOVE "NOT REGISTERED" TO WS-CONTROL-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SID-WORD (WS-SID-X) " "
                      WS-SID-VOL (WS-SID-X) " "
                      WS-SID-LIB (WS-SID-X) " "
                      WS-SID-FILE (WS-SID-X) "  ("
                      WS-SID-READ-MODE (WS-SID-X) ")  KEY "
                      WS-SID-KEY-NAME (WS-SID-X) " AMOUNT "
                      WS-SID-AMT-NAME (WS-SID-X)
                      "  CONTROL TOTALS " WS-CONTROL-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-CONTROL-MISMATCH
               MOVE "NOT RECONCILED -- A FILE DOES NOT BALANCE WITH ITS"
                   TO WS-REPORT-LINE
               MOVE " CONTROL TOTALS; THE OPEN ITEMS ARE UNCHANGED."
                   TO WS-REPORT-LINE (51:50)
               WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE WRECON-REPORT-FILE
               GO TO WRITE-SUMMARY-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "------------- LEFT -------------" TO
               WS-REPORT-LINE (21:32).
           MOVE "------------- RIGHT ------------" TO
               WS-REPORT-LINE (57:32).
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "COUNT" TO WS-REPORT-LINE (27:5).
           MOVE "AMOUNT" TO WS-REPORT-LINE (47:6).
           MOVE "COUNT" TO WS-REPORT-LINE (63:5).
           MOVE "AMOUNT" TO WS-REPORT-LINE (83:6).
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE "BROUGHT FORWARD" TO WS-SUM-LABEL.
           MOVE WS-SID-BF-COUNT (1) TO WS-SUM-LEFT-COUNT.
           MOVE WS-SID-BF-AMOUNT (1) TO WS-SUM-LEFT-AMOUNT.
           MOVE WS-SID-BF-COUNT (2) TO WS-SUM-RIGHT-COUNT.
           MOVE WS-SID-BF-AMOUNT (2) TO WS-SUM-RIGHT-AMOUNT.
           WRITE WRECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "TODAY'S FILE" TO WS-SUM-LABEL.
           MOVE WS-SID-FILE-COUNT (1) TO WS-SUM-LEFT-COUNT.
           MOVE WS-SID-FILE-AMOUNT (1) TO WS-SUM-LEFT-AMOUNT.
           MOVE WS-SID-FILE-COUNT (2) TO WS-SUM-RIGHT-COUNT.
           MOVE WS-SID-FILE-AMOUNT (2) TO WS-SUM-RIGHT-AMOUNT.
           WRITE WRECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "MATCHED" TO WS-SUM-LABEL.
           MOVE WS-SID-MAT-COUNT (1) TO WS-SUM-LEFT-COUNT.
           MOVE WS-SID-MAT-AMOUNT (1) TO WS-SUM-LEFT-AMOUNT.
           MOVE WS-SID-MAT-COUNT (2) TO WS-SUM-RIGHT-COUNT.
           MOVE WS-SID-MAT-AMOUNT (2) TO WS-SUM-RIGHT-AMOUNT.
           WRITE WRECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "CARRIED FORWARD" TO WS-SUM-LABEL.
           MOVE WS-SID-CF-COUNT (1) TO WS-SUM-LEFT-COUNT.
           MOVE WS-SID-CF-AMOUNT (1) TO WS-SUM-LEFT-AMOUNT.
           MOVE WS-SID-CF-COUNT (2) TO WS-SUM-RIGHT-COUNT.
           MOVE WS-SID-CF-AMOUNT (2) TO WS-SUM-RIGHT-AMOUNT.
           WRITE WRECON-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "  OF WHICH AGED" TO WS-SUM-LABEL.
           MOVE WS-SID-AGED-COUNT (1) TO WS-SUM-LEFT-COUNT.
           MOVE ZERO TO WS-SUM-LEFT-AMOUNT.
           MOVE WS-SID-AGED-COUNT (2) TO WS-SUM-RIGHT-COUNT.
           MOVE ZERO TO WS-SUM-RIGHT-AMOUNT.
           IF WS-AGE-LIMIT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE (34:19)
               MOVE SPACES TO WS-REPORT-LINE (70:19)
               WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-FOOTS
               MOVE "BROUGHT FORWARD + TODAY'S FILE = MATCHED + CARRIED"
                   TO WS-REPORT-LINE
               MOVE " FORWARD ON BOTH SIDES." TO WS-REPORT-LINE (51:23)
           ELSE
               MOVE "*** THE SUMMARY DOES NOT FOOT ***"
                   TO WS-REPORT-LINE
           END-IF.
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "OPEN ITEMS CARRIED FORWARD" TO WS-REPORT-LINE.
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SIDE  KEY" DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE "AMOUNT" TO WS-REPORT-LINE (61:6).
           MOVE "DATE" TO WS-REPORT-LINE (69:4).
           MOVE "FIRST SEEN" TO WS-REPORT-LINE (79:10).
           MOVE "AGE" TO WS-REPORT-LINE (91:3).
           WRITE WRECON-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SID-X FROM 1 BY 1
                   UNTIL WS-SID-X > 2
               PERFORM VARYING WS-ITM-X
                       FROM WS-SID-FIRST-ITEM (WS-SID-X) BY 1
                       UNTIL WS-ITM-X > WS-SID-LAST-ITEM (WS-SID-X)
                   IF WS-ITM-GROUP (WS-ITM-X) = ZERO
                       PERFORM WRITE-OPEN-ITEM-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE WRECON-REPORT-FILE.

       WRITE-SUMMARY-REPORT-EXIT.
           EXIT.

       WRITE-OPEN-ITEM-LINE.

           MOVE WS-SID-WORD (WS-SID-X) TO WS-IL-SIDE.
           MOVE WS-ITM-KEY (WS-ITM-X) TO WS-IL-KEY.
           MOVE WS-ITM-AMOUNT (WS-ITM-X) TO WS-IL-AMOUNT.
           IF WS-ITM-DATE (WS-ITM-X) = ZERO
               MOVE SPACES TO WS-IL-DATE
           ELSE
               MOVE WS-ITM-DATE (WS-ITM-X) TO WS-IL-DATE
           END-IF.
           MOVE WS-ITM-FIRST (WS-ITM-X) TO WS-IL-FIRST.
           MOVE WS-ITM-AGE (WS-ITM-X) TO WS-IL-AGE.
           MOVE SPACES TO WS-IL-FLAG.
           IF WS-AGE-LIMIT > ZERO
                   AND WS-ITM-AGE (WS-ITM-X) > WS-AGE-LIMIT
               MOVE "AGED" TO WS-IL-FLAG
           END-IF.
           WRITE WRECON-REPORT-RECORD FROM WS-ITEM-LINE.

       STOP-RUN.

           STOP RUN.
