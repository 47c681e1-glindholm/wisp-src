       IDENTIFICATION DIVISION.
       PROGRAM-ID. WJOBCLS.
      ****************************************************************
      * WJOBCLS -- THE SUBMIT QUEUE'S JOB CLASSES.                    *
      *                                                                *
      *           THE QUEUE USED TO RUN ONE STREAM AT A TIME IN       *
      *           SUBMISSION ORDER, SO A TWO-HOUR MONTH-END STREAM    *
      *           HELD UP THE FIVE-MINUTE EXTRACT BEHIND IT.  EVERY   *
      *           ENTRY NOW CARRIES A JOB CLASS: THE CLASS SAYS HOW   *
      *           MANY OF ITS ENTRIES MAY RUN AT ONCE ACROSS ALL THE  *
      *           WSUBMITD DISPATCHERS, AND THE PRIORITY AN ENTRY OF  *
      *           THE CLASS IS QUEUED AT.  WSUBMIT, WSUBMITD AND      *
      *           WSCHPLAN ALL ASK HERE:                              *
      *                                                                *
      *               CALL "WJOBCLS" USING WJOBCLS-TABLE, RET         *
      *                                                                *
      *           EVERY CLASS COMES BACK IN THE TABLE (COPY           *
      *           "wjobcls"), AND WHEN JC-STREAM NAMES A STREAM, THE  *
      *           CLASS AND PRIORITY IT IS QUEUED AT BY DEFAULT.      *
      *                                                                *
      *           WJC-RETURN: 0 = THE CLASSES WERE READ.              *
      *                       1 = THERE IS NO WJOBCLS.DAT -- EVERY    *
      *                           CLASS RUNS UNLIMITED AT PRIORITY 5, *
      *                           WHICH IS THE OLD QUEUE EXACTLY.     *
      *                                                                *
      *           THE FILE IS WORD-DELIMITED LIKE WMENU.DAT (LINES    *
      *           STARTING "*" ARE COMMENTS):                         *
      *                                                                *
      *               CLASS  c limit priority description             *
      *               STREAM name c                                   *
      *                                                                *
      *           A CLASS IS ONE LETTER OR DIGIT; A LIMIT OF ZERO IS  *
      *           NO LIMIT; PRIORITY 1 IS THE MOST URGENT, 9 THE      *
      *           LEAST.  A STREAM WITHOUT A STREAM LINE TAKES THE    *
      *           WISPCFG SUBMITDEFCLASS CLASS, OR A WHEN THAT IS     *
      *           NOT SET.                                            *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WJC-CLASS-FILE ASSIGN TO "WJOBCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WJC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WJC-CLASS-FILE.
       01  WJC-CLASS-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WJC-FILE-STATUS           PIC XX.
       01  WJC-EOF-SWITCH            PIC X.
           88  WJC-EOF                         VALUE "Y".

      *    One class file line, a word at a time.
       01  WJC-TEXT-PTR              PIC 9(4)  COMP.
       01  WJC-WORD-KIND             PIC X(8).
       01  WJC-WORD-NAME             PIC X(8).
       01  WJC-WORD-LIMIT            PIC X(4).
       01  WJC-WORD-PRIORITY         PIC X(2).
       01  WJC-CFG-KEY               PIC X(20).
       01  WJC-CFG-VALUE             PIC X(80).
       01  WJC-LIMIT                 PIC 9(5).
       01  WJC-DUP-SWITCH            PIC X.
           88  WJC-DUPLICATE                   VALUE "Y".

      *    The STREAM lines, held for the lookup.
       01  WJC-MAP-COUNT             PIC 9(4)  COMP.
       01  WJC-MAP-TABLE.
           05  WJC-MAP-ENTRY         OCCURS 200 TIMES.
               10  WJC-MAP-STREAM    PIC X(8).
               10  WJC-MAP-CLASS     PIC X.

       01  WJC-X                     PIC 9(4)  COMP.

       LINKAGE SECTION.

       COPY "wjobcls.cpy".
       01  WJC-RETURN                PIC 9.

       PROCEDURE DIVISION USING WJOBCLS-TABLE, WJC-RETURN.

       MAIN-WJOBCLS.

           MOVE ZERO TO WJC-RETURN.
           MOVE ZERO TO JC-CLASS-COUNT JC-REJECT-COUNT WJC-MAP-COUNT.

           PERFORM LOAD-CLASSES THRU LOAD-CLASSES-EXIT.

           MOVE SPACE TO JC-STREAM-CLASS.
           MOVE 5 TO JC-STREAM-PRIORITY.
           IF JC-STREAM NOT = SPACES
               PERFORM RESOLVE-STREAM-CLASS
           END-IF.

           EXIT PROGRAM.

      ****************************************************************
      * WJOBCLS.DAT INTO THE TABLES -- A LINE THAT DOES NOT READ IS  *
      * COUNTED AND LEFT OUT.                                        *
      ****************************************************************

       LOAD-CLASSES.

           MOVE "N" TO WJC-EOF-SWITCH.
           OPEN INPUT WJC-CLASS-FILE.
           IF WJC-FILE-STATUS NOT = "00"
               MOVE 1 TO WJC-RETURN
               GO TO LOAD-CLASSES-EXIT
           END-IF.
           PERFORM UNTIL WJC-EOF
               READ WJC-CLASS-FILE
                   AT END
                       SET WJC-EOF TO TRUE
                   NOT AT END
                       IF WJC-CLASS-RECORD NOT = SPACES
                               AND WJC-CLASS-RECORD (1:1) NOT = "*"
                           PERFORM TAKE-CLASS-LINE
                               THRU TAKE-CLASS-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WJC-CLASS-FILE.

       LOAD-CLASSES-EXIT.
           EXIT.

       TAKE-CLASS-LINE.

           MOVE SPACES TO WJC-WORD-KIND WJC-WORD-NAME WJC-WORD-LIMIT
                          WJC-WORD-PRIORITY.
           MOVE 1 TO WJC-TEXT-PTR.
           UNSTRING WJC-CLASS-RECORD DELIMITED BY ALL " "
               INTO WJC-WORD-KIND, WJC-WORD-NAME, WJC-WORD-LIMIT,
                    WJC-WORD-PRIORITY
               WITH POINTER WJC-TEXT-PTR
           END-UNSTRING.
           INSPECT WJC-WORD-KIND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WJC-WORD-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WJC-WORD-LIMIT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           EVALUATE WJC-WORD-KIND
               WHEN "CLASS"
                   PERFORM TAKE-CLASS-DEFINITION
                       THRU TAKE-CLASS-DEFINITION-EXIT
               WHEN "STREAM"
                   PERFORM TAKE-STREAM-CLASS
                       THRU TAKE-STREAM-CLASS-EXIT
               WHEN OTHER
                   ADD 1 TO JC-REJECT-COUNT
           END-EVALUATE.

       TAKE-CLASS-LINE-EXIT.
           EXIT.

      *    CLASS c limit priority description
       TAKE-CLASS-DEFINITION.

           IF WJC-WORD-NAME = SPACES OR WJC-WORD-NAME (2:7) NOT = SPACES
                   OR WJC-WORD-LIMIT (1:1) IS NOT NUMERIC
                   OR WJC-WORD-PRIORITY (1:1) IS NOT NUMERIC
                   OR WJC-WORD-PRIORITY (1:1) = "0"
                   OR WJC-WORD-PRIORITY (2:1) NOT = SPACE
                   OR JC-CLASS-COUNT = 36
               ADD 1 TO JC-REJECT-COUNT
               GO TO TAKE-CLASS-DEFINITION-EXIT
           END-IF.
           MOVE SPACES TO WJC-CFG-VALUE.
           MOVE WJC-WORD-LIMIT TO WJC-CFG-VALUE.
           CALL "WCFGNUM" USING WJC-CFG-VALUE, WJC-LIMIT.
           IF WJC-LIMIT > 999
               ADD 1 TO JC-REJECT-COUNT
               GO TO TAKE-CLASS-DEFINITION-EXIT
           END-IF.

      *    A class defined twice keeps its first line.
           MOVE "N" TO WJC-DUP-SWITCH.
           PERFORM VARYING WJC-X FROM 1 BY 1
                   UNTIL WJC-X > JC-CLASS-COUNT
               IF JC-CLASS-ID (WJC-X) = WJC-WORD-NAME (1:1)
                   MOVE "Y" TO WJC-DUP-SWITCH
               END-IF
           END-PERFORM.
           IF WJC-DUPLICATE
               ADD 1 TO JC-REJECT-COUNT
               GO TO TAKE-CLASS-DEFINITION-EXIT
           END-IF.

           ADD 1 TO JC-CLASS-COUNT.
           MOVE JC-CLASS-COUNT TO WJC-X.
           MOVE WJC-WORD-NAME (1:1) TO JC-CLASS-ID (WJC-X).
           MOVE WJC-LIMIT TO JC-CLASS-LIMIT (WJC-X).
           MOVE WJC-WORD-PRIORITY (1:1) TO JC-CLASS-PRIORITY (WJC-X).
           MOVE SPACES TO JC-CLASS-DESC (WJC-X).
           IF WJC-TEXT-PTR < 133
               MOVE WJC-CLASS-RECORD (WJC-TEXT-PTR:)
                   TO JC-CLASS-DESC (WJC-X)
           END-IF.

       TAKE-CLASS-DEFINITION-EXIT.
           EXIT.

      *    STREAM name c
       TAKE-STREAM-CLASS.

           IF WJC-WORD-NAME = SPACES OR WJC-WORD-LIMIT = SPACES
                   OR WJC-WORD-LIMIT (2:3) NOT = SPACES
                   OR WJC-MAP-COUNT = 200
               ADD 1 TO JC-REJECT-COUNT
               GO TO TAKE-STREAM-CLASS-EXIT
           END-IF.
           ADD 1 TO WJC-MAP-COUNT.
           MOVE WJC-WORD-NAME TO WJC-MAP-STREAM (WJC-MAP-COUNT).
           MOVE WJC-WORD-LIMIT (1:1) TO WJC-MAP-CLASS (WJC-MAP-COUNT).

       TAKE-STREAM-CLASS-EXIT.
           EXIT.

      ****************************************************************
      * THE CLASS AND PRIORITY JC-STREAM IS QUEUED AT BY DEFAULT.    *
      ****************************************************************

       RESOLVE-STREAM-CLASS.

           INSPECT JC-STREAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING WJC-X FROM 1 BY 1
                   UNTIL WJC-X > WJC-MAP-COUNT
                      OR JC-STREAM-CLASS NOT = SPACE
               IF WJC-MAP-STREAM (WJC-X) = JC-STREAM
                   MOVE WJC-MAP-CLASS (WJC-X) TO JC-STREAM-CLASS
               END-IF
           END-PERFORM.

           IF JC-STREAM-CLASS = SPACE
               MOVE "SUBMITDEFCLASS" TO WJC-CFG-KEY
               CALL "WISPCFG" USING WJC-CFG-KEY, WJC-CFG-VALUE
               INSPECT WJC-CFG-VALUE (1:1) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WJC-CFG-VALUE (1:1) TO JC-STREAM-CLASS
           END-IF.
           IF JC-STREAM-CLASS = SPACE
               MOVE "A" TO JC-STREAM-CLASS
           END-IF.

           PERFORM VARYING WJC-X FROM 1 BY 1
                   UNTIL WJC-X > JC-CLASS-COUNT
               IF JC-CLASS-ID (WJC-X) = JC-STREAM-CLASS
                   MOVE JC-CLASS-PRIORITY (WJC-X) TO JC-STREAM-PRIORITY
               END-IF
           END-PERFORM.
