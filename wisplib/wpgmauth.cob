       IDENTIFICATION DIVISION.
       PROGRAM-ID. WPGMAUTH.
      ****************************************************************
      * WPGMAUTH -- PROGRAM EXECUTION AUTHORIZATION.                  *
      *                                                                *
      *           WAUTHCHK GUARDS THE FUNCTION LETTERS INSIDE THE     *
      *           UTILITY SCREENS; THIS GUARDS THE PROGRAMS           *
      *           THEMSELVES.  EVERY PLACE THAT DISPATCHES A PROGRAM  *
      *           BY NAME -- WISPRUN'S STEP RUNNER, THE WCLINKN POOL, *
      *           AND MFLINK -- ASKS HERE FIRST (A WSUBMIT STREAM IS  *
      *           JUDGED BY WISPRUN'S STEP RUNNER WHEN WSUBMITD       *
      *           LAUNCHES IT, UNDER THE SUBMITTER'S IDENTITY):       *
      *                                                                *
      *               CALL "WPGMAUTH" USING PROGRAM, VIA, RET         *
      *                                                                *
      *           WPA-PROGRAM - X(80) program as the caller has it.   *
      *                         Any directory and extension are       *
      *                         stripped and the name is upper-cased  *
      *                         before the lookup, so "gl/glpost.so"  *
      *                         and "GLPOST" are the same program.    *
      *           WPA-VIA     - X(8) the dispatch point asking,       *
      *                         carried onto the audit trail.         *
      *           WPA-RETURN:   0 = ALLOWED.                          *
      *                         1 = REFUSED -- THE OPERATOR'S         *
      *                             WISPOPERAUTH DOES NOT REACH THE   *
      *                             PROGRAM'S MINIMUM, OR THE         *
      *                             OPERATOR'S WISPENTITY IS NOT ONE  *
      *                             THE PROGRAM MAY RUN FOR.  THE     *
      *                             REFUSAL IS ON THE AUDIT TRAIL     *
      *                             (AUTHORITY DENIED PGM=... OPER=.. *
      *                             VIA=... IN WISPERR.LOG).          *
      *                                                                *
      *           THE TABLE IS SITE-MAINTAINED IN WPGMAUTH.DAT, ONE  *
      *           LINE PER PROGRAM OR PROGRAM PREFIX:                 *
      *                                                                *
      *               PROGRAM(8) sp MINAUTH(2) sp ENTITIES(40)        *
      *                                                                *
      *           A PROGRAM ENDING IN "*" IS A PREFIX ("GL*" COVERS   *
      *           EVERY GL PROGRAM).  ENTITIES IS A LIST OF 4-        *
      *           CHARACTER ENTITY CODES SEPARATED BY SPACES; BLANK   *
      *           MEANS ANY ENTITY.  THE MOST SPECIFIC LINE WINS --   *
      *           AN EXACT NAME OVER ANY PREFIX, A LONGER PREFIX OVER *
      *           A SHORTER ONE -- SO A SITE CAN LOCK DOWN A WHOLE    *
      *           SUITE AND STILL OPEN UP ONE INQUIRY PROGRAM IN IT.  *
      *           LINES STARTING WITH "*" ARE COMMENTS.  A PROGRAM    *
      *           NO LINE COVERS (OR NO TABLE AT ALL) IS ALLOWED, SO  *
      *           AN UNLISTED SITE BEHAVES EXACTLY AS BEFORE.  THE    *
      *           FILE IS READ ONCE PER RUN INTO A HELD TABLE, SAME   *
      *           AS WAUTHCHK.                                        *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPGMAUTH-FILE ASSIGN TO "WPGMAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPA-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WPGMAUTH-FILE.
       01  WPGMAUTH-RECORD.
           05  WPA-REC-PROGRAM       PIC X(8).
           05  FILLER                PIC X.
           05  WPA-REC-MINAUTH       PIC XX.
           05  FILLER                PIC X.
           05  WPA-REC-ENTITIES      PIC X(40).

       WORKING-STORAGE SECTION.

       01  WPA-FILE-STATUS           PIC XX.
       01  WPA-EOF-SWITCH            PIC X.
           88  WPA-EOF                         VALUE "Y".
       01  WPA-LOADED-SWITCH         PIC X     VALUE "N".
           88  WPA-LOADED                      VALUE "Y".

       01  WPA-TABLE-COUNT           PIC 9(4)  COMP VALUE ZERO.
       01  WPA-TABLE-MAX             PIC 9(4)  VALUE 200.
       01  WPA-TABLE.
           05  WPA-TABLE-ENTRY  OCCURS 200 TIMES
                                INDEXED BY WPA-X.
               10  WPA-TAB-PROGRAM   PIC X(8).
      *            Characters that must match: 8 for an exact name,
      *            the length before the "*" for a prefix.
               10  WPA-TAB-KEY-LEN   PIC 9(4)  COMP.
               10  WPA-TAB-PREFIX-SW PIC X.
                   88  WPA-TAB-PREFIX          VALUE "Y".
               10  WPA-TAB-MINAUTH   PIC 99.
               10  WPA-TAB-ENTITIES  PIC X(40).

       01  WPA-MATCH-NUM             PIC 9(4)  COMP.
       01  WPA-MATCH-RANK            PIC 9(4)  COMP.
       01  WPA-MATCH-EXACT-SW        PIC X.
           88  WPA-MATCH-EXACT                 VALUE "Y".
       01  WPA-SCAN-POS              PIC 9(4)  COMP.
       01  WPA-NAME-START            PIC 9(4)  COMP.
       01  WPA-NAME-LEN              PIC 9(4)  COMP.
       01  WPA-PROGRAM-KEY           PIC X(8).
       01  WPA-ENTITY-WORD           PIC X(40).
       01  WPA-ENTITY-PTR            PIC 9(4)  COMP.
       01  WPA-ENTITY-OK-SW          PIC X.
           88  WPA-ENTITY-OK                   VALUE "Y".
       01  WPA-OPER-AUTH-VALUE       PIC X(10).
       01  WPA-OPER-AUTH-LEVEL       PIC 99.
       01  WPA-ENTITY-ENV            PIC X(40).
       01  WPA-OPERATOR-ENV          PIC X(40).
       01  WPA-ENTITY-NOTE           PIC X(13).
       01  WPA-ERRLOG-DETAIL         PIC X(80).

       LINKAGE SECTION.

       01  WPA-PROGRAM               PIC X(80).
       01  WPA-VIA                   PIC X(8).
       01  WPA-RETURN                PIC 9.

       PROCEDURE DIVISION USING WPA-PROGRAM, WPA-VIA, WPA-RETURN.

       MAIN-WPGMAUTH.

           MOVE ZERO TO WPA-RETURN.

           IF NOT WPA-LOADED
               PERFORM LOAD-PROGRAM-TABLE
                   THRU LOAD-PROGRAM-TABLE-EXIT
           END-IF.
           IF WPA-TABLE-COUNT = ZERO
               GO TO WPGMAUTH-EXIT
           END-IF.

           PERFORM MAKE-PROGRAM-KEY
               THRU MAKE-PROGRAM-KEY-EXIT.
           IF WPA-PROGRAM-KEY = SPACES
               GO TO WPGMAUTH-EXIT
           END-IF.

           MOVE ZERO TO WPA-MATCH-NUM.
           MOVE ZERO TO WPA-MATCH-RANK.
           MOVE "N" TO WPA-MATCH-EXACT-SW.
           PERFORM VARYING WPA-X FROM 1 BY 1
                   UNTIL WPA-X > WPA-TABLE-COUNT
                      OR WPA-MATCH-EXACT
               PERFORM TRY-ONE-ENTRY
                   THRU TRY-ONE-ENTRY-EXIT
           END-PERFORM.
           IF WPA-MATCH-NUM = ZERO
               GO TO WPGMAUTH-EXIT
           END-IF.
           SET WPA-X TO WPA-MATCH-NUM.

           MOVE ZERO TO WPA-OPER-AUTH-LEVEL.
           DISPLAY "WISPOPERAUTH" UPON ENVIRONMENT-NAME.
           ACCEPT WPA-OPER-AUTH-VALUE FROM ENVIRONMENT-VALUE.
           IF WPA-OPER-AUTH-VALUE (1:2) IS NUMERIC
               MOVE WPA-OPER-AUTH-VALUE (1:2)
                   TO WPA-OPER-AUTH-LEVEL
           END-IF.

           PERFORM CHECK-ENTITY-LIST
               THRU CHECK-ENTITY-LIST-EXIT.

           IF WPA-OPER-AUTH-LEVEL NOT < WPA-TAB-MINAUTH (WPA-X)
                   AND WPA-ENTITY-OK
               GO TO WPGMAUTH-EXIT
           END-IF.

      *    Refused -- and the refusal is evidence.
           MOVE 1 TO WPA-RETURN.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WPA-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WPA-ENTITY-NOTE.
           IF NOT WPA-ENTITY-OK
               STRING " ENTITY="             DELIMITED BY SIZE
                      WPA-ENTITY-ENV (1:4)   DELIMITED BY SIZE
                      INTO WPA-ENTITY-NOTE
               END-STRING
           END-IF.
           MOVE SPACES TO WPA-ERRLOG-DETAIL.
           STRING "AUTHORITY DENIED PGM="    DELIMITED BY SIZE
                  WPA-PROGRAM-KEY            DELIMITED BY SPACE
                  " OPER="                   DELIMITED BY SIZE
                  WPA-OPERATOR-ENV (1:8)     DELIMITED BY SIZE
                  " VIA="                    DELIMITED BY SIZE
                  WPA-VIA                    DELIMITED BY SPACE
                  WPA-ENTITY-NOTE            DELIMITED BY SIZE
                  INTO WPA-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WPGMAUTH", "MAIN-WPGMAUTH",
               WPA-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

       WPGMAUTH-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * THE LOOKUP KEY: THE LAST PATH COMPONENT, UP TO ANY ".",     *
      * UPPER-CASED AND CUT TO EIGHT CHARACTERS.                     *
      ****************************************************************

       MAKE-PROGRAM-KEY.

           MOVE 1 TO WPA-NAME-START.
           PERFORM VARYING WPA-SCAN-POS FROM 1 BY 1
                   UNTIL WPA-SCAN-POS > 80
               IF WPA-PROGRAM (WPA-SCAN-POS:1) = "/" OR "\"
                   COMPUTE WPA-NAME-START = WPA-SCAN-POS + 1
               END-IF
           END-PERFORM.

           MOVE SPACES TO WPA-PROGRAM-KEY.
           IF WPA-NAME-START > 80
               GO TO MAKE-PROGRAM-KEY-EXIT
           END-IF.
           MOVE ZERO TO WPA-NAME-LEN.
           PERFORM VARYING WPA-SCAN-POS FROM WPA-NAME-START BY 1
                   UNTIL WPA-SCAN-POS > 80
                      OR WPA-PROGRAM (WPA-SCAN-POS:1) = "." OR " "
                      OR WPA-NAME-LEN = 8
               ADD 1 TO WPA-NAME-LEN
           END-PERFORM.
           IF WPA-NAME-LEN > ZERO
               MOVE WPA-PROGRAM (WPA-NAME-START:WPA-NAME-LEN)
                   TO WPA-PROGRAM-KEY
           END-IF.
           INSPECT WPA-PROGRAM-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       MAKE-PROGRAM-KEY-EXIT.
           EXIT.

      ****************************************************************
      * KEEP THE MOST SPECIFIC LINE SEEN SO FAR.  AN EXACT NAME ENDS *
      * THE SEARCH.                                                  *
      ****************************************************************

       TRY-ONE-ENTRY.

           IF NOT WPA-TAB-PREFIX (WPA-X)
               IF WPA-TAB-PROGRAM (WPA-X) = WPA-PROGRAM-KEY
                   SET WPA-MATCH-NUM TO WPA-X
                   SET WPA-MATCH-EXACT TO TRUE
               END-IF
               GO TO TRY-ONE-ENTRY-EXIT
           END-IF.

      *    A prefix ranks by its length plus one, so even a bare "*"
      *    outranks no match at all.
           IF WPA-TAB-KEY-LEN (WPA-X) < WPA-MATCH-RANK
               GO TO TRY-ONE-ENTRY-EXIT
           END-IF.
           IF WPA-TAB-KEY-LEN (WPA-X) > ZERO
               IF WPA-PROGRAM-KEY (1:WPA-TAB-KEY-LEN (WPA-X))
                  NOT = WPA-TAB-PROGRAM (WPA-X)
                            (1:WPA-TAB-KEY-LEN (WPA-X))
                   GO TO TRY-ONE-ENTRY-EXIT
               END-IF
           END-IF.
           SET WPA-MATCH-NUM TO WPA-X.
           COMPUTE WPA-MATCH-RANK = WPA-TAB-KEY-LEN (WPA-X) + 1.

       TRY-ONE-ENTRY-EXIT.
           EXIT.

      ****************************************************************
      * A BLANK ENTITY LIST ADMITS ANY ENTITY; OTHERWISE THE         *
      * OPERATOR'S WISPENTITY MUST BE ONE OF THE LISTED CODES.       *
      ****************************************************************

       CHECK-ENTITY-LIST.

           SET WPA-ENTITY-OK TO TRUE.
           MOVE SPACES TO WPA-ENTITY-ENV.
           IF WPA-TAB-ENTITIES (WPA-X) = SPACES
               GO TO CHECK-ENTITY-LIST-EXIT
           END-IF.

           MOVE "N" TO WPA-ENTITY-OK-SW.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           ACCEPT WPA-ENTITY-ENV FROM ENVIRONMENT-VALUE.
           IF WPA-ENTITY-ENV = SPACES
               GO TO CHECK-ENTITY-LIST-EXIT
           END-IF.

           MOVE 1 TO WPA-ENTITY-PTR.
           PERFORM UNTIL WPA-ENTITY-PTR > 40
                      OR WPA-ENTITY-OK
               MOVE SPACES TO WPA-ENTITY-WORD
               UNSTRING WPA-TAB-ENTITIES (WPA-X) DELIMITED BY ALL " "
                   INTO WPA-ENTITY-WORD
                   WITH POINTER WPA-ENTITY-PTR
               END-UNSTRING
               IF WPA-ENTITY-WORD NOT = SPACES
                       AND WPA-ENTITY-WORD (1:4) = WPA-ENTITY-ENV (1:4)
                   SET WPA-ENTITY-OK TO TRUE
               END-IF
           END-PERFORM.

       CHECK-ENTITY-LIST-EXIT.
           EXIT.

      ****************************************************************
      * ONE PASS OVER WPGMAUTH.DAT INTO THE HELD TABLE.              *
      ****************************************************************

       LOAD-PROGRAM-TABLE.

           SET WPA-LOADED TO TRUE.
           MOVE "N" TO WPA-EOF-SWITCH.
           MOVE ZERO TO WPA-TABLE-COUNT.

           OPEN INPUT WPGMAUTH-FILE.
           IF WPA-FILE-STATUS NOT = "00"
               GO TO LOAD-PROGRAM-TABLE-EXIT
           END-IF.

           PERFORM READ-PROGRAM-RECORD
               UNTIL WPA-EOF.

           CLOSE WPGMAUTH-FILE.

       LOAD-PROGRAM-TABLE-EXIT.
           EXIT.

       READ-PROGRAM-RECORD.

           READ WPGMAUTH-FILE
               AT END
                   SET WPA-EOF TO TRUE
               NOT AT END
                   IF WPA-REC-PROGRAM NOT = SPACES
                           AND WPA-REC-PROGRAM (1:1) NOT = "*"
                           AND WPA-REC-MINAUTH IS NUMERIC
                           AND WPA-TABLE-COUNT < WPA-TABLE-MAX
                       PERFORM ADD-PROGRAM-ENTRY
                   END-IF
           END-READ.

       ADD-PROGRAM-ENTRY.

           ADD 1 TO WPA-TABLE-COUNT.
           SET WPA-X TO WPA-TABLE-COUNT.
           INSPECT WPA-REC-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WPA-REC-PROGRAM TO WPA-TAB-PROGRAM (WPA-X).
           MOVE WPA-REC-MINAUTH TO WPA-TAB-MINAUTH (WPA-X).
           MOVE WPA-REC-ENTITIES TO WPA-TAB-ENTITIES (WPA-X).
           MOVE "N" TO WPA-TAB-PREFIX-SW (WPA-X).
           MOVE 8 TO WPA-TAB-KEY-LEN (WPA-X).
           MOVE ZERO TO WPA-NAME-LEN.
           INSPECT WPA-REC-PROGRAM TALLYING WPA-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL "*".
           IF WPA-NAME-LEN < 8
               SET WPA-TAB-PREFIX (WPA-X) TO TRUE
               MOVE WPA-NAME-LEN TO WPA-TAB-KEY-LEN (WPA-X)
           END-IF.
