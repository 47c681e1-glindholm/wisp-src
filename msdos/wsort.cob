      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WSORT.
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
      *    WSORT is the sort/merge step the Wang SORT utility was: a
      *    stream sorts a work file between two programs with one
      *    step line instead of carrying SORT code in every program.
      *
      *        WSORT sort-name
      *
      *    The sort is written down under a name in WSORT.DAT, one
      *    item per line, fixed columns:
      *
      *        SORT(12) sp VERB(6) sp TEXT(100)
      *
      *        INPUT   vol lib file       a file to sort; up to 5,
      *                                   merged into one output
      *        OUTPUT  vol lib file       the sorted file
      *        KEY     pos len [A | D]    a key, major key first, up
      *                                   to 6; ascending by default,
      *                                   at most 64 bytes each
      *        WHERE   field op value     an optional selection, as
      *        AND     field op value     for WQUERY (see the WLAYSEL
      *        OR      field op value     service), against the first
      *                                   input's layout dictionary
      *                                   entry
      *        AMOUNT  pos len            the display-numeric field
      *                                   hashed as the control amount
      *                                   (none means zero)
      *
      *    Every triple resolves through WISPVOLLIB.DAT the way
      *    W@OPENFILE resolves it.  An input is read INDEXED when it
      *    opens that way, sequentially otherwise; the output is
      *    written as a line-sequential file, as the Wang SORT wrote
      *    a consecutive one.  Records with equal keys keep their
      *    input order.  Every open is logged to OPENFAUDX.
      *
      *    Each input's record count (and amount) is verified against
      *    its WCTLTOT registration, where there is one, before
      *    anything is written; a mismatch writes no output.  The
      *    output count is registered with WCTLTOT for the next step.
      *    A sort that cannot be run sets RETURN-CODE 8.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSORT-FILE ASSIGN TO "WSORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPEC-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WSX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT WS-OUTPUT-FILE ASSIGN TO WS-OUTPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT WS-SORT-WORK-FILE ASSIGN TO "WSORTWK".

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WSORT-FILE.
       01  WSORT-RECORD.
           05  SO-REC-NAME            PIC X(12).
           05  FILLER                 PIC X.
           05  SO-REC-VERB            PIC X(6).
           05  FILLER                 PIC X.
           05  SO-REC-TEXT            PIC X(100).

       FD  WS-INDEXED-FILE.
       01  WSX-RECORD.
           05  WSX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(2048).

       FD  WS-OUTPUT-FILE.
       01  WS-OUTPUT-RECORD           PIC X(2048).

      *    Each key's bytes go to its ascending or its descending
      *    slot; the other slot stays blank and so never decides the
      *    order.
       SD  WS-SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  SR-KEY-AREA.
               10  SR-ASC-1           PIC X(64).
               10  SR-DSC-1           PIC X(64).
               10  SR-ASC-2           PIC X(64).
               10  SR-DSC-2           PIC X(64).
               10  SR-ASC-3           PIC X(64).
               10  SR-DSC-3           PIC X(64).
               10  SR-ASC-4           PIC X(64).
               10  SR-DSC-4           PIC X(64).
               10  SR-ASC-5           PIC X(64).
               10  SR-DSC-5           PIC X(64).
               10  SR-ASC-6           PIC X(64).
               10  SR-DSC-6           PIC X(64).
           05  SR-KEY-TABLE REDEFINES SR-KEY-AREA.
               10  SR-KEY-PAIR        OCCURS 6 TIMES.
                   15  SR-KEY-SLOT    PIC X(64) OCCURS 2 TIMES.
           05  SR-DATA                PIC X(2048).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-SORT-NAME               PIC X(12).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-SPEC-FILE-STATUS        PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-OUTPUT-STATUS           PIC XX.
       01  WS-SPEC-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-SPEC-EOF                      VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X.
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-SORT-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-SORT-EOF                      VALUE "Y".
       01  WS-DATA-PATH               PIC X(80).
       01  WS-OUTPUT-PATH             PIC X(80).
       01  WS-RECORD-AREA             PIC X(2048).

      *    The sort specification's lines, in file order.
       01  WS-CLAUSE-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-CLAUSE-MAX              PIC 9(4)  VALUE 40.
       01  WS-CLAUSE-TABLE.
           05  WS-CLS-ENTRY  OCCURS 40 TIMES
                             INDEXED BY WS-CLS-X.
               10  WS-CLS-VERB        PIC X(6).
               10  WS-CLS-TEXT        PIC X(100).
       01  WS-ERROR-SWITCH            PIC X     VALUE "N".
           88  WS-SORT-IN-ERROR                 VALUE "Y".
       01  WS-CONNECTOR               PIC X(3).
       01  WS-CLAUSE-TEXT             PIC X(100).
       01  WS-PARSE-RETURN            PIC 9.

      *    The inputs, with what each one yielded.
       01  WS-INPUT-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-INPUT-MAX               PIC 9(4)  VALUE 5.
       01  WS-INPUT-TABLE.
           05  WS-INP-ENTRY  OCCURS 5 TIMES
                             INDEXED BY WS-INP-X.
               10  WS-INP-VOL         PIC X(6).
               10  WS-INP-LIB         PIC X(8).
               10  WS-INP-FILE        PIC X(8).
               10  WS-INP-PATH        PIC X(80).
               10  WS-INP-READ-MODE   PIC X(10).
               10  WS-INP-COUNT       PIC 9(9).
               10  WS-INP-AMOUNT      PIC 9(15).
       01  WS-OUT-VOL                 PIC X(6)  VALUE SPACES.
       01  WS-OUT-LIB                 PIC X(8)  VALUE SPACES.
       01  WS-OUT-FILE                PIC X(8)  VALUE SPACES.

      *    The keys, major first.
       01  WS-KEY-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-KEY-MAX                 PIC 9(4)  VALUE 6.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY  OCCURS 6 TIMES
                             INDEXED BY WS-KEY-X.
               10  WS-KEY-POS         PIC 9(4)  COMP-5.
               10  WS-KEY-LEN         PIC 9(4)  COMP-5.
               10  WS-KEY-SLOT-NUM    PIC 9(4)  COMP-5.
       01  WS-TEXT-POS                PIC X(9).
       01  WS-TEXT-LEN                PIC X(9).
       01  WS-TEXT-ORDER              PIC X(9).
       01  WS-NUM-TEXT                PIC X(9).
       01  WS-NUMBER                  PIC 9(9).
       01  WS-DIGITS                  PIC 9(4)  COMP-5.
       01  WS-NUMBER-SWITCH           PIC X.
           88  WS-NUMBER-VALID                  VALUE "Y".

      *    The control amount field.
       01  WS-AMOUNT-POS              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-AMOUNT-LEN              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-AMOUNT-VALUE            PIC 9(15).
       01  WS-OUT-AMOUNT              PIC 9(15) VALUE ZERO.

      *    The record layout and the parsed selection.
       COPY "wlayout.cpy".
       COPY "wselect.cpy".

      *    Control totals and the open audit.
       01  WS-READ-COUNT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SELECT-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-WRITTEN-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-CTL-RETURN              PIC 9.
       01  WS-MISMATCH-SWITCH         PIC X     VALUE "N".
           88  WS-CONTROL-MISMATCH              VALUE "Y".
       01  WS-AUD-VOL                 PIC X(6).
       01  WS-AUD-LIB                 PIC X(8).
       01  WS-AUD-FILE                PIC X(8).
       01  WS-AUD-MODE                PIC X(9).
       01  WS-AUD-PATH                PIC X(80).
       COPY "wopnaud.cpy".
       01  WS-TIMESTAMP.
           05  WS-STAMP-DATE          PIC 9(8).
           05  WS-STAMP-TIME          PIC 9(8).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WSORT.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-SORT-NAME.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-SORT-NAME
           END-UNSTRING.
           IF WS-SORT-NAME = SPACES
               DISPLAY "WSORT: USAGE IS  WSORT SORT-NAME"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           PERFORM LOAD-SORT-SPEC
               THRU LOAD-SORT-SPEC-EXIT.
           IF WS-CLAUSE-COUNT = ZERO
               DISPLAY "WSORT: NO SORT " WS-SORT-NAME
                       " IN WSORT.DAT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM BUILD-SORT
               THRU BUILD-SORT-EXIT.
           IF WS-SORT-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           SORT WS-SORT-WORK-FILE
               ON ASCENDING  KEY SR-ASC-1
               ON DESCENDING KEY SR-DSC-1
               ON ASCENDING  KEY SR-ASC-2
               ON DESCENDING KEY SR-DSC-2
               ON ASCENDING  KEY SR-ASC-3
               ON DESCENDING KEY SR-DSC-3
               ON ASCENDING  KEY SR-ASC-4
               ON DESCENDING KEY SR-DSC-4
               ON ASCENDING  KEY SR-ASC-5
               ON DESCENDING KEY SR-DSC-5
               ON ASCENDING  KEY SR-ASC-6
               ON DESCENDING KEY SR-DSC-6
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SORT-INPUT
                   THRU SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS SORT-OUTPUT
                   THRU SORT-OUTPUT-EXIT.

           IF WS-SORT-IN-ERROR OR WS-CONTROL-MISMATCH
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           CALL "WCTLTOT" USING "REG", WS-OUT-VOL, WS-OUT-LIB,
               WS-OUT-FILE, WS-WRITTEN-COUNT, WS-OUT-AMOUNT,
               WS-CTL-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISP-2.
           DISPLAY "WSORT: " WS-SORT-NAME " READ " WS-COUNT-DISP
                   ", WROTE " WS-COUNT-DISP-2 " TO "
                   WS-OUT-VOL " " WS-OUT-LIB " " WS-OUT-FILE.

           GO TO STOP-RUN.

      ******************************************************************
      * THE NAMED SORT'S LINES FROM WSORT.DAT.
      ******************************************************************

       LOAD-SORT-SPEC.

           OPEN INPUT WSORT-FILE.
           IF WS-SPEC-FILE-STATUS NOT = "00"
               GO TO LOAD-SORT-SPEC-EXIT
           END-IF.
           PERFORM UNTIL WS-SPEC-EOF
               READ WSORT-FILE
                   AT END
                       SET WS-SPEC-EOF TO TRUE
                   NOT AT END
                       IF SO-REC-NAME (1:1) NOT = "*"
                               AND SO-REC-NAME = WS-SORT-NAME
                               AND WS-CLAUSE-COUNT < WS-CLAUSE-MAX
                           ADD 1 TO WS-CLAUSE-COUNT
                           SET WS-CLS-X TO WS-CLAUSE-COUNT
                           MOVE SO-REC-VERB TO WS-CLS-VERB (WS-CLS-X)
                           MOVE SO-REC-TEXT TO WS-CLS-TEXT (WS-CLS-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WSORT-FILE.

       LOAD-SORT-SPEC-EXIT.
           EXIT.

      ******************************************************************
      * THE FILES FIRST (THE SELECTION DEPENDS ON THE FIRST INPUT'S
      * LAYOUT), THEN THE KEYS, THE AMOUNT, AND THE SELECTION.
      ******************************************************************

       BUILD-SORT.

           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
               EVALUATE WS-CLS-VERB (WS-CLS-X)
                   WHEN "INPUT"
                       PERFORM ADD-SORT-INPUT
                   WHEN "OUTPUT"
                       MOVE SPACES TO WS-OUT-VOL WS-OUT-LIB
                                      WS-OUT-FILE
                       UNSTRING WS-CLS-TEXT (WS-CLS-X)
                           DELIMITED BY ALL " "
                           INTO WS-OUT-VOL, WS-OUT-LIB, WS-OUT-FILE
                       END-UNSTRING
               END-EVALUATE
           END-PERFORM.
           IF WS-INPUT-COUNT = ZERO OR WS-OUT-FILE = SPACES
               DISPLAY "WSORT: SORT " WS-SORT-NAME
                       " NEEDS AN INPUT AND AN OUTPUT LINE."
               SET WS-SORT-IN-ERROR TO TRUE
               GO TO BUILD-SORT-EXIT
           END-IF.
           IF WS-SORT-IN-ERROR
               GO TO BUILD-SORT-EXIT
           END-IF.

           CALL "WVOLRES" USING WS-OUT-VOL, WS-OUT-LIB, WS-OUT-FILE,
               WS-OUTPUT-PATH.
           IF WS-OUTPUT-PATH = SPACES
               DISPLAY "WSORT: NO WISPVOLLIB MAPPING FOR "
                       WS-OUT-VOL " " WS-OUT-LIB " " WS-OUT-FILE "."
               SET WS-SORT-IN-ERROR TO TRUE
               GO TO BUILD-SORT-EXIT
           END-IF.

           SET WS-INP-X TO 1.
           MOVE WS-INP-VOL (WS-INP-X) TO LAY-VOL.
           MOVE WS-INP-LIB (WS-INP-X) TO LAY-LIB.
           MOVE WS-INP-FILE (WS-INP-X) TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.

           MOVE ZERO TO SEL-TERM-COUNT.
           PERFORM VARYING WS-CLS-X FROM 1 BY 1
                   UNTIL WS-CLS-X > WS-CLAUSE-COUNT
               EVALUATE WS-CLS-VERB (WS-CLS-X)
                   WHEN "KEY"
                       PERFORM ADD-SORT-KEY
                           THRU ADD-SORT-KEY-EXIT
                   WHEN "AMOUNT"
                       PERFORM SET-CONTROL-AMOUNT
                           THRU SET-CONTROL-AMOUNT-EXIT
                   WHEN "WHERE"
                   WHEN "AND"
                   WHEN "OR"
                       PERFORM ADD-SELECTION-CLAUSE
                   WHEN "INPUT"
                   WHEN "OUTPUT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WSORT: UNKNOWN VERB "
                               WS-CLS-VERB (WS-CLS-X)
                               " IN SORT " WS-SORT-NAME
                       SET WS-SORT-IN-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.

           IF WS-KEY-COUNT = ZERO
               DISPLAY "WSORT: SORT " WS-SORT-NAME
                       " HAS NO KEY LINE."
               SET WS-SORT-IN-ERROR TO TRUE
           END-IF.

       BUILD-SORT-EXIT.
           EXIT.

       ADD-SORT-INPUT.

           IF WS-INPUT-COUNT NOT < WS-INPUT-MAX
               DISPLAY "WSORT: SORT " WS-SORT-NAME " HAS MORE THAN "
                       WS-INPUT-MAX " INPUT LINES."
               SET WS-SORT-IN-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-INPUT-COUNT
               SET WS-INP-X TO WS-INPUT-COUNT
               MOVE SPACES TO WS-INP-ENTRY (WS-INP-X)
               MOVE ZERO TO WS-INP-COUNT (WS-INP-X)
                            WS-INP-AMOUNT (WS-INP-X)
               UNSTRING WS-CLS-TEXT (WS-CLS-X) DELIMITED BY ALL " "
                   INTO WS-INP-VOL (WS-INP-X), WS-INP-LIB (WS-INP-X),
                        WS-INP-FILE (WS-INP-X)
               END-UNSTRING
               CALL "WVOLRES" USING WS-INP-VOL (WS-INP-X),
                   WS-INP-LIB (WS-INP-X), WS-INP-FILE (WS-INP-X),
                   WS-INP-PATH (WS-INP-X)
               IF WS-INP-PATH (WS-INP-X) = SPACES
                   DISPLAY "WSORT: NO WISPVOLLIB MAPPING FOR "
                           WS-INP-VOL (WS-INP-X) " "
                           WS-INP-LIB (WS-INP-X) " "
                           WS-INP-FILE (WS-INP-X) "."
                   SET WS-SORT-IN-ERROR TO TRUE
               END-IF
           END-IF.

      *    KEY POS LEN [A | D].
       ADD-SORT-KEY.

           IF WS-KEY-COUNT NOT < WS-KEY-MAX
               DISPLAY "WSORT: SORT " WS-SORT-NAME " HAS MORE THAN "
                       WS-KEY-MAX " KEY LINES."
               SET WS-SORT-IN-ERROR TO TRUE
               GO TO ADD-SORT-KEY-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXT-POS WS-TEXT-LEN WS-TEXT-ORDER.
           UNSTRING WS-CLS-TEXT (WS-CLS-X) DELIMITED BY ALL " "
               INTO WS-TEXT-POS, WS-TEXT-LEN, WS-TEXT-ORDER
           END-UNSTRING.
           ADD 1 TO WS-KEY-COUNT.
           SET WS-KEY-X TO WS-KEY-COUNT.

           MOVE WS-TEXT-POS TO WS-NUM-TEXT.
           PERFORM CONVERT-SPEC-NUMBER.
           IF NOT WS-NUMBER-VALID OR WS-NUMBER = ZERO
                   OR WS-NUMBER > 2048
               GO TO ADD-SORT-KEY-ERROR
           END-IF.
           MOVE WS-NUMBER TO WS-KEY-POS (WS-KEY-X).
           MOVE WS-TEXT-LEN TO WS-NUM-TEXT.
           PERFORM CONVERT-SPEC-NUMBER.
           IF NOT WS-NUMBER-VALID OR WS-NUMBER = ZERO
                   OR WS-NUMBER > 64
                   OR WS-NUMBER + WS-KEY-POS (WS-KEY-X) > 2049
               GO TO ADD-SORT-KEY-ERROR
           END-IF.
           MOVE WS-NUMBER TO WS-KEY-LEN (WS-KEY-X).

           EVALUATE WS-TEXT-ORDER
               WHEN SPACES
               WHEN "A"
                   MOVE 1 TO WS-KEY-SLOT-NUM (WS-KEY-X)
               WHEN "D"
                   MOVE 2 TO WS-KEY-SLOT-NUM (WS-KEY-X)
               WHEN OTHER
                   GO TO ADD-SORT-KEY-ERROR
           END-EVALUATE.
           GO TO ADD-SORT-KEY-EXIT.

       ADD-SORT-KEY-ERROR.
           DISPLAY "WSORT: BAD KEY LINE IN SORT " WS-SORT-NAME ": "
                   WS-CLS-TEXT (WS-CLS-X) (1:40).
           SET WS-SORT-IN-ERROR TO TRUE.

       ADD-SORT-KEY-EXIT.
           EXIT.

      *    AMOUNT POS LEN.
       SET-CONTROL-AMOUNT.

           MOVE SPACES TO WS-TEXT-POS WS-TEXT-LEN.
           UNSTRING WS-CLS-TEXT (WS-CLS-X) DELIMITED BY ALL " "
               INTO WS-TEXT-POS, WS-TEXT-LEN
           END-UNSTRING.
           MOVE WS-TEXT-POS TO WS-NUM-TEXT.
           PERFORM CONVERT-SPEC-NUMBER.
           IF NOT WS-NUMBER-VALID OR WS-NUMBER = ZERO
                   OR WS-NUMBER > 2048
               GO TO SET-CONTROL-AMOUNT-ERROR
           END-IF.
           MOVE WS-NUMBER TO WS-AMOUNT-POS.
           MOVE WS-TEXT-LEN TO WS-NUM-TEXT.
           PERFORM CONVERT-SPEC-NUMBER.
           IF NOT WS-NUMBER-VALID OR WS-NUMBER = ZERO
                   OR WS-NUMBER > 15
                   OR WS-NUMBER + WS-AMOUNT-POS > 2049
               GO TO SET-CONTROL-AMOUNT-ERROR
           END-IF.
           MOVE WS-NUMBER TO WS-AMOUNT-LEN.
           GO TO SET-CONTROL-AMOUNT-EXIT.

       SET-CONTROL-AMOUNT-ERROR.
           DISPLAY "WSORT: BAD AMOUNT LINE IN SORT " WS-SORT-NAME ": "
                   WS-CLS-TEXT (WS-CLS-X) (1:40).
           MOVE ZERO TO WS-AMOUNT-LEN.
           SET WS-SORT-IN-ERROR TO TRUE.

       SET-CONTROL-AMOUNT-EXIT.
           EXIT.

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

       ADD-SELECTION-CLAUSE.

           IF LAY-FIELD-COUNT = ZERO
               DISPLAY "WSORT: SORT " WS-SORT-NAME " SELECTS, BUT "
                       "THERE IS NO LAYOUT DICTIONARY ENTRY FOR "
                       LAY-VOL " " LAY-LIB " " LAY-FILE "."
               SET WS-SORT-IN-ERROR TO TRUE
           ELSE
               MOVE WS-CLS-VERB (WS-CLS-X) TO WS-CONNECTOR
               MOVE WS-CLS-TEXT (WS-CLS-X) TO WS-CLAUSE-TEXT
               CALL "WSELPARSE" USING WISP-RECORD-LAYOUT,
                   WISP-SELECTION, WS-CONNECTOR, WS-CLAUSE-TEXT,
                   WS-PARSE-RETURN
               IF WS-PARSE-RETURN NOT = ZERO
                   DISPLAY "WSORT: " WS-SORT-NAME " " SEL-MESSAGE
                   SET WS-SORT-IN-ERROR TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * THE SORT'S INPUT -- EVERY INPUT IN TURN, SELECTED RECORDS
      * RELEASED WITH THEIR KEYS, THEN THE COUNTS VERIFIED.
      ******************************************************************

       SORT-INPUT.

           PERFORM VARYING WS-INP-X FROM 1 BY 1
                   UNTIL WS-INP-X > WS-INPUT-COUNT
                      OR WS-SORT-IN-ERROR
               PERFORM READ-ONE-INPUT
                   THRU READ-ONE-INPUT-EXIT
           END-PERFORM.
           IF WS-SORT-IN-ERROR
               GO TO SORT-INPUT-EXIT
           END-IF.

           PERFORM VARYING WS-INP-X FROM 1 BY 1
                   UNTIL WS-INP-X > WS-INPUT-COUNT
               CALL "WCTLTOT" USING "VER", WS-INP-VOL (WS-INP-X),
                   WS-INP-LIB (WS-INP-X), WS-INP-FILE (WS-INP-X),
                   WS-INP-COUNT (WS-INP-X), WS-INP-AMOUNT (WS-INP-X),
                   WS-CTL-RETURN
                   ON EXCEPTION
                       MOVE 2 TO WS-CTL-RETURN
               END-CALL
               IF WS-CTL-RETURN = 1
                   DISPLAY "WSORT: " WS-INP-VOL (WS-INP-X) " "
                           WS-INP-LIB (WS-INP-X) " "
                           WS-INP-FILE (WS-INP-X)
                           " DOES NOT BALANCE WITH ITS REGISTERED "
                           "CONTROL TOTALS -- NOTHING WRITTEN."
                   SET WS-CONTROL-MISMATCH TO TRUE
               END-IF
           END-PERFORM.

       SORT-INPUT-EXIT.
           EXIT.

       READ-ONE-INPUT.

           MOVE WS-INP-PATH (WS-INP-X) TO WS-DATA-PATH.
           MOVE "N" TO WS-DATA-EOF-SWITCH.
           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               MOVE "INDEXED" TO WS-INP-READ-MODE (WS-INP-X)
               PERFORM LOG-INPUT-OPEN
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-INDEXED-FILE NEXT
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WSX-RECORD TO WS-RECORD-AREA
                           PERFORM RELEASE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WS-INDEXED-FILE
               GO TO READ-ONE-INPUT-EXIT
           END-IF.

           OPEN INPUT WS-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               DISPLAY "WSORT: CANNOT OPEN " WS-DATA-PATH (1:50)
                       " STATUS " WS-SEQ-STATUS
               SET WS-SORT-IN-ERROR TO TRUE
               GO TO READ-ONE-INPUT-EXIT
           END-IF.
           MOVE "SEQUENTIAL" TO WS-INP-READ-MODE (WS-INP-X).
           PERFORM LOG-INPUT-OPEN.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                       PERFORM RELEASE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-SEQ-FILE.

       READ-ONE-INPUT-EXIT.
           EXIT.

       LOG-INPUT-OPEN.

           MOVE WS-INP-VOL (WS-INP-X) TO WS-AUD-VOL.
           MOVE WS-INP-LIB (WS-INP-X) TO WS-AUD-LIB.
           MOVE WS-INP-FILE (WS-INP-X) TO WS-AUD-FILE.
           MOVE "INPUT" TO WS-AUD-MODE.
           MOVE WS-DATA-PATH TO WS-AUD-PATH.
           PERFORM LOG-FILE-OPEN.

      *    EVERY RECORD READ COUNTS TOWARD ITS INPUT'S CONTROL TOTALS;
      *    ONLY THE SELECTED ONES GO TO THE SORT.
       RELEASE-ONE-RECORD.

           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-INP-COUNT (WS-INP-X).
           IF WS-AMOUNT-LEN > ZERO
               IF WS-RECORD-AREA (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                       IS NUMERIC
                   MOVE WS-RECORD-AREA (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                       TO WS-AMOUNT-VALUE
                   ADD WS-AMOUNT-VALUE TO WS-INP-AMOUNT (WS-INP-X)
               END-IF
           END-IF.

           IF SEL-TERM-COUNT > ZERO
               CALL "WLAYSEL" USING WISP-RECORD-LAYOUT,
                   WISP-SELECTION, WS-RECORD-AREA
               IF NOT SEL-MATCHED
                   GO TO RELEASE-ONE-RECORD-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-SELECT-COUNT.
           MOVE SPACES TO SR-KEY-AREA.
           PERFORM VARYING WS-KEY-X FROM 1 BY 1
                   UNTIL WS-KEY-X > WS-KEY-COUNT
               MOVE WS-RECORD-AREA (WS-KEY-POS (WS-KEY-X):
                                    WS-KEY-LEN (WS-KEY-X))
                   TO SR-KEY-SLOT (WS-KEY-X, WS-KEY-SLOT-NUM (WS-KEY-X))
           END-PERFORM.
           MOVE WS-RECORD-AREA TO SR-DATA.
           RELEASE WS-SORT-RECORD.

       RELEASE-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * THE SORT'S OUTPUT -- NOTHING IS WRITTEN WHEN AN INPUT FAILED
      * OR DID NOT BALANCE.
      ******************************************************************

       SORT-OUTPUT.

           IF WS-SORT-IN-ERROR OR WS-CONTROL-MISMATCH
               GO TO SORT-OUTPUT-EXIT
           END-IF.

           OPEN OUTPUT WS-OUTPUT-FILE.
           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "WSORT: CANNOT OPEN " WS-OUTPUT-PATH (1:50)
                       " STATUS " WS-OUTPUT-STATUS
               SET WS-SORT-IN-ERROR TO TRUE
               GO TO SORT-OUTPUT-EXIT
           END-IF.
           MOVE WS-OUT-VOL TO WS-AUD-VOL.
           MOVE WS-OUT-LIB TO WS-AUD-LIB.
           MOVE WS-OUT-FILE TO WS-AUD-FILE.
           MOVE "OUTPUT" TO WS-AUD-MODE.
           MOVE WS-OUTPUT-PATH TO WS-AUD-PATH.
           PERFORM LOG-FILE-OPEN.

           PERFORM UNTIL WS-SORT-EOF
               RETURN WS-SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-RECORD
               END-RETURN
           END-PERFORM.
           CLOSE WS-OUTPUT-FILE.

       SORT-OUTPUT-EXIT.
           EXIT.

       WRITE-ONE-RECORD.

           MOVE SR-DATA TO WS-OUTPUT-RECORD.
           WRITE WS-OUTPUT-RECORD.
           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "WSORT: WRITE FAILED ON " WS-OUTPUT-PATH (1:50)
                       " STATUS " WS-OUTPUT-STATUS
               SET WS-SORT-IN-ERROR TO TRUE
               SET WS-SORT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
               IF WS-AMOUNT-LEN > ZERO
                   IF SR-DATA (WS-AMOUNT-POS:WS-AMOUNT-LEN) IS NUMERIC
                       MOVE SR-DATA (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                           TO WS-AMOUNT-VALUE
                       ADD WS-AMOUNT-VALUE TO WS-OUT-AMOUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ONE OPENFAUDX RECORD, AS W@OPENFILE WRITES FOR ANY OPEN.
      ******************************************************************

       LOG-FILE-OPEN.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO OPENFAUD-RECORD.
           MOVE WS-STAMP-DATE TO OA-REC-DATE.
           MOVE WS-STAMP-TIME TO OA-REC-TIME.
           MOVE ZERO TO OA-REC-SEQ.
           MOVE WS-AUD-VOL TO OA-REC-VOL.
           MOVE WS-AUD-LIB TO OA-REC-LIB.
           MOVE WS-AUD-FILE TO OA-REC-FILE.
           MOVE SPACES TO OA-REC-APP-NAME.
           STRING "WSORT " WS-SORT-NAME DELIMITED BY SIZE
               INTO OA-REC-APP-NAME
           END-STRING.
           MOVE "WSORT" TO OA-REC-PGM-NAME.
           MOVE WS-AUD-MODE TO OA-REC-MODE.
           MOVE ZERO TO OA-REC-WAIT.
           MOVE WS-RUN-ID TO OA-REC-RUN.
           MOVE WS-AUD-PATH TO OA-REC-PATH.
           CALL "WOPNAUD" USING OPENFAUD-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       STOP-RUN.

           STOP RUN.
