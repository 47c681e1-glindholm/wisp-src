       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLAYSEL.
      ****************************************************************
      * WLAYSEL / WSELPARSE -- RECORD SELECTION BY DICTIONARY FIELD. *
      *                                                                *
      *           EVERY "WHICH CUSTOMERS IN REGION 04 ..." QUESTION   *
      *           USED TO BE A ONE-OFF PROGRAM WITH THE COLUMNS       *
      *           COUNTED BY HAND.  THE UTILITIES THAT PICK RECORDS   *
      *           OUT OF A MAPPED FILE NOW SHARE ONE SELECTION,       *
      *           WRITTEN AGAINST THE FIELD NAMES IN WLAYOUT.DAT:     *
      *                                                                *
      *               CALL "WSELPARSE" USING WISP-RECORD-LAYOUT,      *
      *                   WISP-SELECTION, CONNECTOR, CLAUSE, RET      *
      *                                                                *
      *           ADDS ONE "FIELD OPERATOR VALUE [VALUE]" CLAUSE TO   *
      *           THE TERM TABLE (COPY "wselect.cpy"), JOINED TO THE  *
      *           CLAUSES BEFORE IT BY CONNECTOR "AND" OR "OR".  RET  *
      *           IS 0 WHEN THE CLAUSE WAS ADDED, 1 WHEN IT WAS NOT   *
      *           -- SEL-MESSAGE THEN SAYS WHY (UNKNOWN FIELD, BAD    *
      *           OPERATOR, A NON-NUMERIC VALUE FOR A NUMERIC FIELD). *
      *                                                                *
      *               CALL "WLAYSEL" USING WISP-RECORD-LAYOUT,        *
      *                   WISP-SELECTION, RECORD-AREA                 *
      *                                                                *
      *           TESTS ONE X(2048) RECORD IMAGE AND SETS             *
      *           SEL-MATCHED.  AND BINDS TIGHTER THAN OR: THE TERMS  *
      *           FALL INTO OR-GROUPS AND THE RECORD IS SELECTED WHEN *
      *           EVERY TERM OF ANY ONE GROUP HOLDS.  THE FIELDS ARE  *
      *           DECODED THROUGH WLAYFMT, SO A PACKED CREDIT LIMIT   *
      *           COMPARES BY VALUE JUST AS A ZONED ONE DOES.  AN     *
      *           EMPTY NUMERIC FIELD COMPARES AS ZERO; A FIELD WHOSE *
      *           BYTES DO NOT DECODE SATISFIES NO TERM.              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WLS-T                     PIC 9(4)  COMP.
       01  WLS-X                     PIC 9(4)  COMP.
       01  WLS-FIELD-NUM             PIC 9(4)  COMP.
       01  WLS-GROUP-SW              PIC X.
           88  WLS-GROUP-TRUE                  VALUE "Y".
       01  WLS-TERM-SW               PIC X.
           88  WLS-TERM-TRUE                   VALUE "Y".
       01  WLS-TALLY                 PIC 9(4)  COMP.

      *    The decoded field under test.
       01  WLS-FIELD-VALUE.
           05  WLS-FV-TEXT           PIC X(40).
           05  WLS-FV-NUMBER         PIC S9(14)V9(4) COMP-3.
           05  WLS-FV-STATE          PIC X.
               88  WLS-FV-EMPTY                VALUE "E".
               88  WLS-FV-CHARACTER            VALUE "A".
               88  WLS-FV-NUMERIC              VALUE "N".
               88  WLS-FV-INVALID              VALUE "X".

      *    Clause parsing.
       01  WLS-PTR                   PIC 9(4)  COMP.
       01  WLS-START                 PIC 9(4)  COMP.
       01  WLS-LEN                   PIC 9(4)  COMP.
       01  WLS-WORD                  PIC X(40).
       01  WLS-WORD-SW               PIC X.
           88  WLS-WORD-FOUND                  VALUE "Y".
       01  WLS-FIELD-NAME            PIC X(16).
       01  WLS-OPERATOR              PIC XX.
       01  WLS-VALUE-1               PIC X(40).
       01  WLS-VALUE-2               PIC X(40).
       01  WLS-NUMBER-TEXT           PIC X(40).
       01  WLS-NUMBER                PIC S9(14)V9(4) COMP-3.
       01  WLS-NUMBER-OK-SWITCH      PIC X.
           88  WLS-NUMBER-OK                   VALUE "Y".
       01  WLS-TERM-MAX              PIC 9(4)  VALUE 20.

       LINKAGE SECTION.

       COPY "wlayout.cpy".
       COPY "wselect.cpy".
       01  WLS-RECORD-AREA           PIC X(2048).
       01  WLS-CONNECTOR             PIC X(3).
       01  WLS-CLAUSE                PIC X(100).
       01  WLS-RETURN                PIC 9.

       PROCEDURE DIVISION USING WISP-RECORD-LAYOUT, WISP-SELECTION,
           WLS-RECORD-AREA.

       MAIN-WLAYSEL.

           MOVE "N" TO SEL-MATCH-SW.
           IF SEL-TERM-COUNT = ZERO
               SET SEL-MATCHED TO TRUE
               GO TO WLAYSEL-EXIT
           END-IF.

           MOVE "Y" TO WLS-GROUP-SW.
           PERFORM VARYING WLS-T FROM 1 BY 1
                   UNTIL WLS-T > SEL-TERM-COUNT
                      OR SEL-MATCHED
               IF WLS-T > 1 AND SEL-CONNECT-OR (WLS-T)
                   IF WLS-GROUP-TRUE
                       SET SEL-MATCHED TO TRUE
                   END-IF
                   MOVE "Y" TO WLS-GROUP-SW
               END-IF
               IF NOT SEL-MATCHED AND WLS-GROUP-TRUE
                   PERFORM TEST-ONE-TERM
                       THRU TEST-ONE-TERM-EXIT
                   IF NOT WLS-TERM-TRUE
                       MOVE "N" TO WLS-GROUP-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF WLS-GROUP-TRUE
               SET SEL-MATCHED TO TRUE
           END-IF.

       WLAYSEL-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * ONE TERM AGAINST THE RECORD -- BY VALUE FOR A NUMERIC OR     *
      * DATE FIELD, AS TEXT OTHERWISE.                               *
      ****************************************************************

       TEST-ONE-TERM.

           MOVE "N" TO WLS-TERM-SW.
           MOVE SEL-FIELD-NUM (WLS-T) TO WLS-FIELD-NUM.
           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WLS-FIELD-NUM,
               WLS-RECORD-AREA, WLS-FIELD-VALUE.
           IF WLS-FV-INVALID
               GO TO TEST-ONE-TERM-EXIT
           END-IF.

           IF SEL-BY-NUMBER (WLS-T) AND NOT SEL-OP-CONTAINS (WLS-T)
               IF WLS-FV-CHARACTER
                   GO TO TEST-ONE-TERM-EXIT
               END-IF
               IF WLS-FV-EMPTY
                   MOVE ZERO TO WLS-FV-NUMBER
               END-IF
               EVALUATE TRUE
                   WHEN SEL-OP-EQ (WLS-T)
                       IF WLS-FV-NUMBER = SEL-NUMBER-1 (WLS-T)
                           SET WLS-TERM-TRUE TO TRUE
                       END-IF
                   WHEN SEL-OP-NE (WLS-T)
                       IF WLS-FV-NUMBER NOT = SEL-NUMBER-1 (WLS-T)
                           SET WLS-TERM-TRUE TO TRUE
                       END-IF
                   WHEN SEL-OP-GT (WLS-T)
                       IF WLS-FV-NUMBER > SEL-NUMBER-1 (WLS-T)
                           SET WLS-TERM-TRUE TO TRUE
                       END-IF
                   WHEN SEL-OP-GE (WLS-T)
                       IF WLS-FV-NUMBER NOT < SEL-NUMBER-1 (WLS-T)
                           SET WLS-TERM-TRUE TO TRUE
                       END-IF
                   WHEN SEL-OP-LT (WLS-T)
                       IF WLS-FV-NUMBER < SEL-NUMBER-1 (WLS-T)
                           SET WLS-TERM-TRUE TO TRUE
                       END-IF
                   WHEN SEL-OP-LE (WLS-T)
                       IF WLS-FV-NUMBER NOT > SEL-NUMBER-1 (WLS-T)
                           SET WLS-TERM-TRUE TO TRUE
                       END-IF
                   WHEN SEL-OP-RANGE (WLS-T)
                       IF WLS-FV-NUMBER NOT < SEL-NUMBER-1 (WLS-T)
                          AND WLS-FV-NUMBER NOT > SEL-NUMBER-2 (WLS-T)
                           SET WLS-TERM-TRUE TO TRUE
                       END-IF
               END-EVALUATE
               GO TO TEST-ONE-TERM-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SEL-OP-EQ (WLS-T)
                   IF WLS-FV-TEXT = SEL-VALUE-1 (WLS-T)
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
               WHEN SEL-OP-NE (WLS-T)
                   IF WLS-FV-TEXT NOT = SEL-VALUE-1 (WLS-T)
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
               WHEN SEL-OP-GT (WLS-T)
                   IF WLS-FV-TEXT > SEL-VALUE-1 (WLS-T)
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
               WHEN SEL-OP-GE (WLS-T)
                   IF WLS-FV-TEXT NOT < SEL-VALUE-1 (WLS-T)
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
               WHEN SEL-OP-LT (WLS-T)
                   IF WLS-FV-TEXT < SEL-VALUE-1 (WLS-T)
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
               WHEN SEL-OP-LE (WLS-T)
                   IF WLS-FV-TEXT NOT > SEL-VALUE-1 (WLS-T)
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
               WHEN SEL-OP-RANGE (WLS-T)
                   IF WLS-FV-TEXT NOT < SEL-VALUE-1 (WLS-T)
                           AND WLS-FV-TEXT NOT > SEL-VALUE-2 (WLS-T)
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
               WHEN SEL-OP-CONTAINS (WLS-T)
                   MOVE ZERO TO WLS-TALLY
                   MOVE SEL-VALUE-LEN (WLS-T) TO WLS-LEN
                   INSPECT WLS-FV-TEXT TALLYING WLS-TALLY
                       FOR ALL SEL-VALUE-1 (WLS-T) (1:WLS-LEN)
                   IF WLS-TALLY > ZERO
                       SET WLS-TERM-TRUE TO TRUE
                   END-IF
           END-EVALUATE.

       TEST-ONE-TERM-EXIT.
           EXIT.

      ****************************************************************
      * ONE CLAUSE INTO THE TERM TABLE.                              *
      ****************************************************************

       ENTRY-WSELPARSE.

           ENTRY "WSELPARSE" USING WISP-RECORD-LAYOUT, WISP-SELECTION,
               WLS-CONNECTOR, WLS-CLAUSE, WLS-RETURN.

           MOVE 1 TO WLS-RETURN.
           MOVE SPACES TO SEL-MESSAGE.
           IF SEL-TERM-COUNT NOT < WLS-TERM-MAX
               MOVE "MORE THAN 20 SELECTION CLAUSES" TO SEL-MESSAGE
               GO TO WSELPARSE-EXIT
           END-IF.

           MOVE 1 TO WLS-PTR.
           PERFORM NEXT-CLAUSE-WORD
               THRU NEXT-CLAUSE-WORD-EXIT.
           MOVE WLS-WORD TO WLS-FIELD-NAME.
           MOVE ZERO TO WLS-FIELD-NUM.
           PERFORM VARYING WLS-X FROM 1 BY 1
                   UNTIL WLS-X > LAY-FIELD-COUNT
                      OR WLS-FIELD-NUM > ZERO
               IF LAY-FLD-NAME (WLS-X) = WLS-FIELD-NAME
                   MOVE WLS-X TO WLS-FIELD-NUM
               END-IF
           END-PERFORM.
           IF WLS-FIELD-NUM = ZERO
               STRING "FIELD " WLS-FIELD-NAME
                      " IS NOT IN THE LAYOUT DICTIONARY"
                   DELIMITED BY SIZE INTO SEL-MESSAGE
               END-STRING
               GO TO WSELPARSE-EXIT
           END-IF.

           PERFORM NEXT-CLAUSE-WORD
               THRU NEXT-CLAUSE-WORD-EXIT.
           EVALUATE WLS-WORD
               WHEN "EQ"  WHEN "="
                   MOVE "EQ" TO WLS-OPERATOR
               WHEN "NE"  WHEN "<>"
                   MOVE "NE" TO WLS-OPERATOR
               WHEN "GT"  WHEN ">"
                   MOVE "GT" TO WLS-OPERATOR
               WHEN "GE"  WHEN ">="
                   MOVE "GE" TO WLS-OPERATOR
               WHEN "LT"  WHEN "<"
                   MOVE "LT" TO WLS-OPERATOR
               WHEN "LE"  WHEN "<="
                   MOVE "LE" TO WLS-OPERATOR
               WHEN "RANGE"
                   MOVE "RG" TO WLS-OPERATOR
               WHEN "CONTAINS"
                   MOVE "CT" TO WLS-OPERATOR
               WHEN OTHER
                   STRING "OPERATOR " WLS-WORD (1:12)
                          " IS NOT EQ NE GT GE LT LE RANGE CONTAINS"
                       DELIMITED BY SIZE INTO SEL-MESSAGE
                   END-STRING
                   GO TO WSELPARSE-EXIT
           END-EVALUATE.

           PERFORM NEXT-CLAUSE-WORD
               THRU NEXT-CLAUSE-WORD-EXIT.
           IF NOT WLS-WORD-FOUND
               STRING "NO VALUE GIVEN FOR FIELD " WLS-FIELD-NAME
                   DELIMITED BY SIZE INTO SEL-MESSAGE
               END-STRING
               GO TO WSELPARSE-EXIT
           END-IF.
           MOVE WLS-WORD TO WLS-VALUE-1.
           MOVE SPACES TO WLS-VALUE-2.
           IF WLS-OPERATOR = "RG"
               PERFORM NEXT-CLAUSE-WORD
                   THRU NEXT-CLAUSE-WORD-EXIT
               IF NOT WLS-WORD-FOUND
                   STRING "RANGE ON " WLS-FIELD-NAME
                          " NEEDS TWO VALUES"
                       DELIMITED BY SIZE INTO SEL-MESSAGE
                   END-STRING
                   GO TO WSELPARSE-EXIT
               END-IF
               MOVE WLS-WORD TO WLS-VALUE-2
           END-IF.

           ADD 1 TO SEL-TERM-COUNT.
           MOVE SEL-TERM-COUNT TO WLS-T.
           IF WLS-T = 1 OR WLS-CONNECTOR NOT = "OR "
               MOVE "AND" TO SEL-CONNECT (WLS-T)
           ELSE
               MOVE "OR " TO SEL-CONNECT (WLS-T)
           END-IF.
           MOVE WLS-FIELD-NUM TO SEL-FIELD-NUM (WLS-T).
           MOVE WLS-OPERATOR TO SEL-OPERATOR (WLS-T).
           MOVE WLS-VALUE-1 TO SEL-VALUE-1 (WLS-T).
           MOVE WLS-VALUE-2 TO SEL-VALUE-2 (WLS-T).
           MOVE ZERO TO SEL-NUMBER-1 (WLS-T) SEL-NUMBER-2 (WLS-T).
           MOVE "N" TO SEL-BY-NUMBER-SW (WLS-T).

      *    CONTAINS looks for the value's own characters, trailing
      *    blanks excluded.
           MOVE 40 TO WLS-LEN.
           PERFORM UNTIL WLS-LEN = ZERO
                      OR WLS-VALUE-1 (WLS-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WLS-LEN
           END-PERFORM.
           MOVE WLS-LEN TO SEL-VALUE-LEN (WLS-T).
           IF SEL-OP-CONTAINS (WLS-T) AND WLS-LEN = ZERO
               SUBTRACT 1 FROM SEL-TERM-COUNT
               STRING "CONTAINS ON " WLS-FIELD-NAME
                      " NEEDS A NON-BLANK VALUE"
                   DELIMITED BY SIZE INTO SEL-MESSAGE
               END-STRING
               GO TO WSELPARSE-EXIT
           END-IF.

           IF LAY-FLD-IS-NUMERIC (WLS-FIELD-NUM)
                   AND NOT SEL-OP-CONTAINS (WLS-T)
               MOVE WLS-VALUE-1 TO WLS-NUMBER-TEXT
               PERFORM CONVERT-CLAUSE-NUMBER
                   THRU CONVERT-CLAUSE-NUMBER-EXIT
               IF NOT WLS-NUMBER-OK
                   SUBTRACT 1 FROM SEL-TERM-COUNT
                   GO TO WSELPARSE-EXIT
               END-IF
               MOVE WLS-NUMBER TO SEL-NUMBER-1 (WLS-T)
               IF SEL-OP-RANGE (WLS-T)
                   MOVE WLS-VALUE-2 TO WLS-NUMBER-TEXT
                   PERFORM CONVERT-CLAUSE-NUMBER
                       THRU CONVERT-CLAUSE-NUMBER-EXIT
                   IF NOT WLS-NUMBER-OK
                       SUBTRACT 1 FROM SEL-TERM-COUNT
                       GO TO WSELPARSE-EXIT
                   END-IF
                   MOVE WLS-NUMBER TO SEL-NUMBER-2 (WLS-T)
               END-IF
               MOVE "Y" TO SEL-BY-NUMBER-SW (WLS-T)
           END-IF.

           MOVE ZERO TO WLS-RETURN.

       WSELPARSE-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * THE NEXT BLANK-DELIMITED OR QUOTED WORD OF THE CLAUSE.       *
      ****************************************************************

       NEXT-CLAUSE-WORD.

           MOVE SPACES TO WLS-WORD.
           MOVE "N" TO WLS-WORD-SW.
           PERFORM UNTIL WLS-PTR > 100
                      OR WLS-CLAUSE (WLS-PTR:1) NOT = SPACE
               ADD 1 TO WLS-PTR
           END-PERFORM.
           IF WLS-PTR > 100
               GO TO NEXT-CLAUSE-WORD-EXIT
           END-IF.
           SET WLS-WORD-FOUND TO TRUE.

           IF WLS-CLAUSE (WLS-PTR:1) = QUOTE
               ADD 1 TO WLS-PTR
               MOVE WLS-PTR TO WLS-START
               PERFORM UNTIL WLS-PTR > 100
                          OR WLS-CLAUSE (WLS-PTR:1) = QUOTE
                   ADD 1 TO WLS-PTR
               END-PERFORM
               COMPUTE WLS-LEN = WLS-PTR - WLS-START
               ADD 1 TO WLS-PTR
           ELSE
               MOVE WLS-PTR TO WLS-START
               PERFORM UNTIL WLS-PTR > 100
                          OR WLS-CLAUSE (WLS-PTR:1) = SPACE
                   ADD 1 TO WLS-PTR
               END-PERFORM
               COMPUTE WLS-LEN = WLS-PTR - WLS-START
           END-IF.
           IF WLS-LEN > 40
               MOVE 40 TO WLS-LEN
           END-IF.
           IF WLS-LEN > ZERO
               MOVE WLS-CLAUSE (WLS-START:WLS-LEN) TO WLS-WORD
           END-IF.

       NEXT-CLAUSE-WORD-EXIT.
           EXIT.

      ****************************************************************
      * A CLAUSE VALUE AS A NUMBER -- A DATE MAY BE GIVEN WITH ITS   *
      * DASHES (YYYY-MM-DD), THE WAY WLAYFMT SHOWS IT.               *
      ****************************************************************

       CONVERT-CLAUSE-NUMBER.

           MOVE "N" TO WLS-NUMBER-OK-SWITCH.
           MOVE ZERO TO WLS-NUMBER.
           IF WLS-NUMBER-TEXT (5:1) = "-"
                   AND WLS-NUMBER-TEXT (8:1) = "-"
                   AND WLS-NUMBER-TEXT (11:1) = SPACE
               MOVE SPACES TO WLS-WORD
               STRING WLS-NUMBER-TEXT (1:4) WLS-NUMBER-TEXT (6:2)
                      WLS-NUMBER-TEXT (9:2)
                   DELIMITED BY SIZE INTO WLS-WORD
               END-STRING
               MOVE WLS-WORD TO WLS-NUMBER-TEXT
           END-IF.
           IF WLS-NUMBER-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL (WLS-NUMBER-TEXT) NOT = ZERO
               STRING "VALUE " WLS-NUMBER-TEXT (1:16)
                      " IS NOT NUMERIC FOR FIELD " WLS-FIELD-NAME
                   DELIMITED BY SIZE INTO SEL-MESSAGE
               END-STRING
               GO TO CONVERT-CLAUSE-NUMBER-EXIT
           END-IF.
           COMPUTE WLS-NUMBER = FUNCTION NUMVAL (WLS-NUMBER-TEXT).
           SET WLS-NUMBER-OK TO TRUE.

       CONVERT-CLAUSE-NUMBER-EXIT.
           EXIT.
