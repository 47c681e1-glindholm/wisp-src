       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCHKOUT.
      ****************************************************************
      * WCHKOUT -- RECORD CHECK-OUT FOR MAINTENANCE SCREENS.          *
      *                                                                *
      *           TWO CLERKS COULD BRING UP THE SAME RECORD ON A      *
      *           MAINTENANCE SCREEN, BOTH CHANGE IT, AND THE LAST    *
      *           ONE TO PRESS ENTER SILENTLY WIPED OUT THE OTHER'S   *
      *           CHANGE.  THE PROGRAM NOW CHECKS THE RECORD OUT      *
      *           WHEN IT READS IT FOR UPDATE:                        *
      *                                                                *
      *               CALL "WCHKOUT" USING FUNC, WCHKOUT-RECORD, RET  *
      *                                                                *
      *           THE RECORD IS COPY "wchkout".                       *
      *                                                                *
      *           WCO-FUNC "OUT" - CLAIM THE RECORD.  THE CALLER      *
      *                            FILLS CO-VOL/LIB/FILE AND          *
      *                            CO-RECKEY.                         *
      *                              RET 0 = CHECKED OUT TO THIS      *
      *                                      SESSION (OR IT ALREADY   *
      *                                      WAS) -- THE OPERATOR MAY *
      *                                      CHANGE IT.               *
      *                              RET 1 = ANOTHER SESSION HAS IT.  *
      *                                      THE CLAIM COMES BACK --  *
      *                                      CO-OPERATOR, CO-TERM-ID, *
      *                                      CO-OUT-DATE/TIME -- FOR  *
      *                                      THE SCREEN TO SAY WHO    *
      *                                      AND SINCE WHEN; SHOW THE *
      *                                      RECORD READ-ONLY.        *
      *                              RET 2 = REFUSED -- THE CLAIM     *
      *                                      TABLE IS FULL OR THE     *
      *                                      LOCK COULD NOT BE TAKEN; *
      *                                      SHOW IT READ-ONLY.       *
      *                            CALLED AGAIN JUST BEFORE THE       *
      *                            REWRITE, RET 0 CONFIRMS THE CLAIM  *
      *                            WAS NOT RELEASED FROM WENQOP IN    *
      *                            THE MEANTIME.                      *
      *                    "IN " - GIVE THE RECORD BACK -- AFTER THE  *
      *                            REWRITE, OR WHEN THE OPERATOR      *
      *                            LEAVES THE RECORD WITHOUT ONE.     *
      *                              RET 0 = RELEASED.                *
      *                              RET 1 = THIS SESSION DID NOT     *
      *                                      HAVE IT.                 *
      *                    "WHO" - ASK WITHOUT CLAIMING.              *
      *                              RET 0 = NOBODY HAS IT.           *
      *                              RET 1 = CHECKED OUT; THE CLAIM   *
      *                                      COMES BACK.              *
      *                    "REL" - RELEASE THE CLAIM HOLDING WENQ     *
      *                            LOCK CO-LOCK-NAME, WHOEVER HAS IT  *
      *                            -- WENQOP'S RELEASE OF A CLAIM A   *
      *                            DEAD SESSION LEFT BEHIND.          *
      *                              RET 0 = RELEASED; THE CLAIM      *
      *                                      COMES BACK.              *
      *                              RET 1 = NO SUCH CLAIM.           *
      *                    "END" - RELEASE EVERY CLAIM THIS SESSION   *
      *                            HOLDS.  COBTIDY CALLS IT ON THE    *
      *                            WAY OUT OF THE RUN UNIT, SO A      *
      *                            SCREEN ABANDONED WITHOUT ITS "IN"  *
      *                            DOES NOT KEEP THE RECORD.          *
      *                                                                *
      *           "THIS SESSION" IS THE WISPOPERID, WISPSESSID AND    *
      *           WISPRUNID THE CLAIM WAS TAKEN UNDER.                *
      *                                                                *
      *           EVERY CLAIM HOLDS A WENQ LOCK, "CHKOUT" AND THE     *
      *           CLAIM NUMBER, SO IT LISTS IN WENQOP WITH THE OTHER  *
      *           LOCKS.  A CLAIM WHOSE LOCK HAS GONE FROM            *
      *           WENQLOCK.DAT IS DEAD AND THE NEXT "OUT" TAKES THE   *
      *           RECORD OVER.  WCHKRPT LISTS CLAIMS HELD TOO LONG.   *
      *                                                                *
      *           WCHKOUT.DAT IS READ WHOLE AND REWRITTEN ON EVERY    *
      *           CHANGE, THE SAME WAY WENQ KEEPS WENQLOCK.DAT.       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCHKOUT-FILE ASSIGN TO "WCHKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCO-FILE-STATUS.
           SELECT WENQ-LOCK-FILE ASSIGN TO "WENQLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCO-LOCK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WCHKOUT-FILE.
       01  WCHKOUT-FILE-RECORD       PIC X(158).

       FD  WENQ-LOCK-FILE.
       01  WENQ-LOCK-RECORD.
           05  WNQ-REC-NAME          PIC X(20).
           05  FILLER                PIC X.
           05  WNQ-REC-RUN           PIC X(20).
           05  FILLER                PIC X.
           05  WNQ-REC-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  WNQ-REC-TIME          PIC 9(8).
           05  FILLER                PIC X.
           05  WNQ-REC-TYPE          PIC X.

       WORKING-STORAGE SECTION.

       01  WCO-FILE-STATUS           PIC XX.
       01  WCO-LOCK-FILE-STATUS      PIC XX.
       01  WCO-EOF-SWITCH            PIC X.
           88  WCO-EOF                         VALUE "Y".

      *    The claims, held whole for the rewrite.
       01  WCO-CLAIM-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WCO-CLAIM-MAX             PIC 9(4) VALUE 200.
       01  WCO-CLAIM-TABLE.
           05  WCO-CLAIM-ENTRY       PIC X(158)
                                     OCCURS 200 TIMES
                                     INDEXED BY WCO-X.
       01  WCO-MATCH-NUM             PIC 9(4) COMP.
       01  WCO-KEEP-NUM              PIC 9(4) COMP.
       01  WCO-HIGH-ID               PIC 9(8).
       01  WCO-ENTRY-VIEW.
           05  WCO-VIEW-LOCK         PIC X(20).
           05  FILLER                PIC X.
           05  WCO-VIEW-RECORD-ID    PIC X(57).
           05  FILLER                PIC X.
           05  WCO-VIEW-OPERATOR     PIC X(8).
           05  FILLER                PIC X.
           05  WCO-VIEW-SESSION      PIC X(14).
           05  FILLER                PIC X.
           05  WCO-VIEW-TERM-ID      PIC X(16).
           05  FILLER                PIC X.
           05  WCO-VIEW-RUN-ID       PIC X(20).
           05  FILLER                PIC X(18).
       01  WCO-LOCK-VIEW REDEFINES WCO-ENTRY-VIEW.
           05  FILLER                PIC X(6).
           05  WCO-VIEW-CLAIM-ID     PIC X(8).
           05  FILLER                PIC X(144).

      *    The caller's triple and key, laid out as they sit in a
      *    claim line.
       01  WCO-CALLER-RECORD-ID.
           05  WCO-CALLER-VOL        PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCO-CALLER-LIB        PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCO-CALLER-FILE       PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WCO-CALLER-RECKEY     PIC X(32).

      *    The locks WENQ holds -- a claim whose lock is gone is dead.
       01  WCO-HELD-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WCO-HELD-MAX              PIC 9(4) VALUE 100.
       01  WCO-HELD-TABLE.
           05  WCO-HELD-NAME         PIC X(20)
                                     OCCURS 100 TIMES
                                     INDEXED BY WCO-H.
       01  WCO-HELD-SWITCH           PIC X.
           88  WCO-LOCK-HELD                   VALUE "Y".

       01  WCO-LOCK-WORK.
           05  FILLER                PIC X(6)  VALUE "CHKOUT".
           05  WCO-LOCK-ID           PIC 9(8).
           05  FILLER                PIC X(6)  VALUE SPACES.
       01  WCO-SEARCH-NAME           PIC X(20).
       01  WCO-ENQ-RETURN            PIC 9.

      *    This session.
       01  WCO-ENV-VALUE             PIC X(40).
       01  WCO-OPERATOR              PIC X(8).
       01  WCO-SESSION               PIC X(14).
       01  WCO-TERM-ID               PIC X(16).
       01  WCO-RUN-ID                PIC X(20).
       01  WCO-TIMESTAMP.
           05  WCO-STAMP-DATE        PIC 9(8).
           05  WCO-STAMP-TIME        PIC 9(8).

       LINKAGE SECTION.

       01  WCO-FUNC                  PIC X(3).
       COPY "wchkout.cpy".
       01  WCO-RETURN                PIC 9.

       PROCEDURE DIVISION USING WCO-FUNC, WCHKOUT-RECORD,
                                WCO-RETURN.

       MAIN-WCHKOUT.

           MOVE ZERO TO WCO-RETURN.
           ACCEPT WCO-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WCO-STAMP-TIME FROM TIME.
           PERFORM GET-SESSION-IDENTITY.

           MOVE CO-VOL TO WCO-CALLER-VOL.
           MOVE CO-LIB TO WCO-CALLER-LIB.
           MOVE CO-FILE TO WCO-CALLER-FILE.
           MOVE CO-RECKEY TO WCO-CALLER-RECKEY.

           PERFORM LOAD-CLAIM-TABLE
               THRU LOAD-CLAIM-TABLE-EXIT.
           PERFORM LOAD-HELD-LOCKS
               THRU LOAD-HELD-LOCKS-EXIT.

           EVALUATE WCO-FUNC
               WHEN "OUT"
                   PERFORM TAKE-OUT-ACTION
                       THRU TAKE-OUT-ACTION-EXIT
               WHEN "IN "
                   PERFORM TAKE-IN-ACTION
                       THRU TAKE-IN-ACTION-EXIT
               WHEN "WHO"
                   PERFORM TAKE-WHO-ACTION
                       THRU TAKE-WHO-ACTION-EXIT
               WHEN "REL"
                   PERFORM TAKE-REL-ACTION
                       THRU TAKE-REL-ACTION-EXIT
               WHEN "END"
                   PERFORM TAKE-END-ACTION
           END-EVALUATE.

           EXIT PROGRAM.

       GET-SESSION-IDENTITY.

           MOVE SPACES TO WCO-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WCO-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WCO-ENV-VALUE (1:8) TO WCO-OPERATOR.
           MOVE SPACES TO WCO-ENV-VALUE.
           DISPLAY "WISPSESSID" UPON ENVIRONMENT-NAME.
           ACCEPT WCO-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WCO-ENV-VALUE (1:14) TO WCO-SESSION.
           MOVE SPACES TO WCO-ENV-VALUE.
           DISPLAY "WISPTERMID" UPON ENVIRONMENT-NAME.
           ACCEPT WCO-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WCO-ENV-VALUE (1:16) TO WCO-TERM-ID.
           MOVE SPACES TO WCO-ENV-VALUE.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WCO-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WCO-ENV-VALUE (1:20) TO WCO-RUN-ID.

      ****************************************************************
      * OUT -- CLAIM THE RECORD, OR SAY WHO HAS IT.                  *
      ****************************************************************

       TAKE-OUT-ACTION.

           PERFORM FIND-RECORD-CLAIM.

           IF WCO-MATCH-NUM > ZERO
               MOVE WCO-CLAIM-ENTRY (WCO-MATCH-NUM) TO WCO-ENTRY-VIEW
               IF WCO-VIEW-OPERATOR = WCO-OPERATOR
                       AND WCO-VIEW-SESSION = WCO-SESSION
                       AND WCO-VIEW-RUN-ID = WCO-RUN-ID
                   MOVE WCO-ENTRY-VIEW TO WCHKOUT-RECORD
                   GO TO TAKE-OUT-ACTION-EXIT
               END-IF
               MOVE WCO-VIEW-LOCK TO WCO-SEARCH-NAME
               PERFORM FIND-HELD-LOCK
               IF WCO-LOCK-HELD
                   MOVE WCO-ENTRY-VIEW TO WCHKOUT-RECORD
                   MOVE 1 TO WCO-RETURN
                   GO TO TAKE-OUT-ACTION-EXIT
               END-IF
      *        Its lock was released from WENQOP -- the claim is dead
      *        and this session takes the record over under the same
      *        lock name.
               MOVE WCO-VIEW-LOCK TO WCO-SEARCH-NAME
           ELSE
               IF WCO-CLAIM-COUNT NOT < WCO-CLAIM-MAX
                   MOVE 2 TO WCO-RETURN
                   GO TO TAKE-OUT-ACTION-EXIT
               END-IF
               PERFORM ASSIGN-LOCK-NAME
           END-IF.

           CALL "WENQ" USING "ENQ", WCO-SEARCH-NAME, WCO-ENQ-RETURN.
           IF WCO-ENQ-RETURN NOT = ZERO
               MOVE 2 TO WCO-RETURN
               GO TO TAKE-OUT-ACTION-EXIT
           END-IF.

           MOVE SPACES TO WCO-ENTRY-VIEW.
           MOVE WCO-SEARCH-NAME TO WCO-VIEW-LOCK.
           MOVE WCO-ENTRY-VIEW TO WCHKOUT-RECORD.
           MOVE WCO-CALLER-VOL TO CO-VOL.
           MOVE WCO-CALLER-LIB TO CO-LIB.
           MOVE WCO-CALLER-FILE TO CO-FILE.
           MOVE WCO-CALLER-RECKEY TO CO-RECKEY.
           MOVE WCO-OPERATOR TO CO-OPERATOR.
           MOVE WCO-SESSION TO CO-SESSION.
           MOVE WCO-TERM-ID TO CO-TERM-ID.
           MOVE WCO-RUN-ID TO CO-RUN-ID.
           MOVE WCO-STAMP-DATE TO CO-OUT-DATE.
           MOVE WCO-STAMP-TIME TO CO-OUT-TIME.
           IF WCO-MATCH-NUM = ZERO
               ADD 1 TO WCO-CLAIM-COUNT
               MOVE WCO-CLAIM-COUNT TO WCO-MATCH-NUM
           END-IF.
           MOVE WCHKOUT-RECORD TO WCO-CLAIM-ENTRY (WCO-MATCH-NUM).
           PERFORM REWRITE-CLAIM-FILE.

       TAKE-OUT-ACTION-EXIT.
           EXIT.

      *    One up from the highest claim on file, stepping past any
      *    name WENQ still holds.
       ASSIGN-LOCK-NAME.

           MOVE ZERO TO WCO-HIGH-ID.
           PERFORM VARYING WCO-X FROM 1 BY 1
                   UNTIL WCO-X > WCO-CLAIM-COUNT
               MOVE WCO-CLAIM-ENTRY (WCO-X) TO WCO-ENTRY-VIEW
               IF WCO-VIEW-CLAIM-ID IS NUMERIC
                       AND WCO-VIEW-CLAIM-ID > WCO-HIGH-ID
                   MOVE WCO-VIEW-CLAIM-ID TO WCO-HIGH-ID
               END-IF
           END-PERFORM.
           MOVE WCO-HIGH-ID TO WCO-LOCK-ID.
           SET WCO-LOCK-HELD TO TRUE.
           PERFORM UNTIL NOT WCO-LOCK-HELD
               ADD 1 TO WCO-LOCK-ID
               MOVE WCO-LOCK-WORK TO WCO-SEARCH-NAME
               PERFORM FIND-HELD-LOCK
           END-PERFORM.

      ****************************************************************
      * IN -- THIS SESSION GIVES THE RECORD BACK.                    *
      ****************************************************************

       TAKE-IN-ACTION.

           PERFORM FIND-RECORD-CLAIM.
           IF WCO-MATCH-NUM = ZERO
               MOVE 1 TO WCO-RETURN
               GO TO TAKE-IN-ACTION-EXIT
           END-IF.
           MOVE WCO-CLAIM-ENTRY (WCO-MATCH-NUM) TO WCO-ENTRY-VIEW.
           IF WCO-VIEW-OPERATOR NOT = WCO-OPERATOR
                   OR WCO-VIEW-SESSION NOT = WCO-SESSION
                   OR WCO-VIEW-RUN-ID NOT = WCO-RUN-ID
               MOVE 1 TO WCO-RETURN
               GO TO TAKE-IN-ACTION-EXIT
           END-IF.

           PERFORM RELEASE-MATCHED-CLAIM.
           PERFORM REWRITE-CLAIM-FILE.

       TAKE-IN-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * WHO -- WHO HAS THE RECORD, WITHOUT CLAIMING IT.              *
      ****************************************************************

       TAKE-WHO-ACTION.

           PERFORM FIND-RECORD-CLAIM.
           IF WCO-MATCH-NUM = ZERO
               GO TO TAKE-WHO-ACTION-EXIT
           END-IF.
           MOVE WCO-CLAIM-ENTRY (WCO-MATCH-NUM) TO WCO-ENTRY-VIEW.
           MOVE WCO-VIEW-LOCK TO WCO-SEARCH-NAME.
           PERFORM FIND-HELD-LOCK.
           IF WCO-LOCK-HELD
               MOVE WCO-ENTRY-VIEW TO WCHKOUT-RECORD
               MOVE 1 TO WCO-RETURN
           END-IF.

       TAKE-WHO-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * REL -- RELEASE A CLAIM BY ITS LOCK NAME, WHOEVER HOLDS IT.   *
      ****************************************************************

       TAKE-REL-ACTION.

           MOVE ZERO TO WCO-MATCH-NUM.
           PERFORM VARYING WCO-X FROM 1 BY 1
                   UNTIL WCO-X > WCO-CLAIM-COUNT
                      OR WCO-MATCH-NUM > ZERO
               MOVE WCO-CLAIM-ENTRY (WCO-X) TO WCO-ENTRY-VIEW
               IF WCO-VIEW-LOCK = CO-LOCK-NAME
                   SET WCO-MATCH-NUM TO WCO-X
               END-IF
           END-PERFORM.
           IF WCO-MATCH-NUM = ZERO OR CO-LOCK-NAME = SPACES
               MOVE 1 TO WCO-RETURN
               GO TO TAKE-REL-ACTION-EXIT
           END-IF.

           MOVE WCO-CLAIM-ENTRY (WCO-MATCH-NUM) TO WCHKOUT-RECORD.
           PERFORM RELEASE-MATCHED-CLAIM.
           PERFORM REWRITE-CLAIM-FILE.

       TAKE-REL-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * END -- THE SESSION IS LEAVING; EVERY CLAIM IT HOLDS GOES.    *
      ****************************************************************

       TAKE-END-ACTION.

           MOVE ZERO TO WCO-KEEP-NUM.
           PERFORM VARYING WCO-X FROM 1 BY 1
                   UNTIL WCO-X > WCO-CLAIM-COUNT
               MOVE WCO-CLAIM-ENTRY (WCO-X) TO WCO-ENTRY-VIEW
               IF WCO-VIEW-OPERATOR = WCO-OPERATOR
                       AND WCO-VIEW-SESSION = WCO-SESSION
                       AND WCO-VIEW-RUN-ID = WCO-RUN-ID
                   CALL "WENQ" USING "DEQ", WCO-VIEW-LOCK,
                       WCO-ENQ-RETURN
               ELSE
                   ADD 1 TO WCO-KEEP-NUM
                   MOVE WCO-ENTRY-VIEW
                       TO WCO-CLAIM-ENTRY (WCO-KEEP-NUM)
               END-IF
           END-PERFORM.
           IF WCO-KEEP-NUM < WCO-CLAIM-COUNT
               MOVE WCO-KEEP-NUM TO WCO-CLAIM-COUNT
               PERFORM REWRITE-CLAIM-FILE
           END-IF.

      *    THE CLAIM FOR THE CALLER'S TRIPLE AND KEY, IF ANY.
       FIND-RECORD-CLAIM.

           MOVE ZERO TO WCO-MATCH-NUM.
           PERFORM VARYING WCO-X FROM 1 BY 1
                   UNTIL WCO-X > WCO-CLAIM-COUNT
                      OR WCO-MATCH-NUM > ZERO
               MOVE WCO-CLAIM-ENTRY (WCO-X) TO WCO-ENTRY-VIEW
               IF WCO-VIEW-RECORD-ID = WCO-CALLER-RECORD-ID
                   SET WCO-MATCH-NUM TO WCO-X
               END-IF
           END-PERFORM.

       FIND-HELD-LOCK.

           MOVE "N" TO WCO-HELD-SWITCH.
           PERFORM VARYING WCO-H FROM 1 BY 1
                   UNTIL WCO-H > WCO-HELD-COUNT
                      OR WCO-LOCK-HELD
               IF WCO-HELD-NAME (WCO-H) = WCO-SEARCH-NAME
                   SET WCO-LOCK-HELD TO TRUE
               END-IF
           END-PERFORM.

      *    DROP THE CLAIM AT WCO-MATCH-NUM AND ITS WENQ LOCK.
       RELEASE-MATCHED-CLAIM.

           MOVE WCO-CLAIM-ENTRY (WCO-MATCH-NUM) TO WCO-ENTRY-VIEW.
           CALL "WENQ" USING "DEQ", WCO-VIEW-LOCK, WCO-ENQ-RETURN.
           PERFORM VARYING WCO-MATCH-NUM FROM WCO-MATCH-NUM BY 1
                   UNTIL WCO-MATCH-NUM NOT < WCO-CLAIM-COUNT
               MOVE WCO-CLAIM-ENTRY (WCO-MATCH-NUM + 1)
                   TO WCO-CLAIM-ENTRY (WCO-MATCH-NUM)
           END-PERFORM.
           SUBTRACT 1 FROM WCO-CLAIM-COUNT.

       LOAD-CLAIM-TABLE.

           MOVE ZERO TO WCO-CLAIM-COUNT.
           MOVE "N" TO WCO-EOF-SWITCH.
           OPEN INPUT WCHKOUT-FILE.
           IF WCO-FILE-STATUS NOT = "00"
               GO TO LOAD-CLAIM-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WCO-EOF
               READ WCHKOUT-FILE
                   AT END
                       SET WCO-EOF TO TRUE
                   NOT AT END
                       IF WCHKOUT-FILE-RECORD NOT = SPACES
                               AND WCO-CLAIM-COUNT < WCO-CLAIM-MAX
                           ADD 1 TO WCO-CLAIM-COUNT
                           MOVE WCHKOUT-FILE-RECORD
                               TO WCO-CLAIM-ENTRY (WCO-CLAIM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCHKOUT-FILE.

       LOAD-CLAIM-TABLE-EXIT.
           EXIT.

      *    HOLDERS ONLY -- A WAITER ENTRY DOES NOT KEEP A CLAIM ALIVE.
       LOAD-HELD-LOCKS.

           MOVE ZERO TO WCO-HELD-COUNT.
           MOVE "N" TO WCO-EOF-SWITCH.
           OPEN INPUT WENQ-LOCK-FILE.
           IF WCO-LOCK-FILE-STATUS NOT = "00"
               GO TO LOAD-HELD-LOCKS-EXIT
           END-IF.
           PERFORM UNTIL WCO-EOF
               READ WENQ-LOCK-FILE
                   AT END
                       SET WCO-EOF TO TRUE
                   NOT AT END
                       IF WENQ-LOCK-RECORD NOT = SPACES
                               AND WNQ-REC-TYPE NOT = "W"
                               AND WCO-HELD-COUNT < WCO-HELD-MAX
                           ADD 1 TO WCO-HELD-COUNT
                           MOVE WNQ-REC-NAME
                               TO WCO-HELD-NAME (WCO-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WENQ-LOCK-FILE.

       LOAD-HELD-LOCKS-EXIT.
           EXIT.

       REWRITE-CLAIM-FILE.

           OPEN OUTPUT WCHKOUT-FILE.
           PERFORM VARYING WCO-X FROM 1 BY 1
                   UNTIL WCO-X > WCO-CLAIM-COUNT
               MOVE WCO-CLAIM-ENTRY (WCO-X) TO WCHKOUT-FILE-RECORD
               WRITE WCHKOUT-FILE-RECORD
           END-PERFORM.
           CLOSE WCHKOUT-FILE.
