       IDENTIFICATION DIVISION.
       PROGRAM-ID. WQAQUE.
      ****************************************************************
      * WQAQUE -- SUPERVISOR QA REVIEW QUEUE.                         *
      *                                                                *
      *           THE QUALITY PROCEDURE HAS A SUPERVISOR REVIEW A     *
      *           SAMPLE OF EACH CLERK'S WORK EVERY WEEK.  WQASAMP    *
      *           DRAWS THE SAMPLE INTO QAQUEUE.DAT; THIS SERVICE IS  *
      *           HOW THE REVIEW SCREEN (WQAREV) READS AND DECIDES    *
      *           THE ITEMS:                                          *
      *                                                                *
      *               CALL "WQAQUE" USING FUNC, WQAITEM-RECORD, RET   *
      *                                                                *
      *           THE RECORD IS COPY "wqaitem".                       *
      *                                                                *
      *           WQQ-FUNC "GET" - RETURN ITEM QA-ITEM-ID, WHATEVER   *
      *                            ITS STATUS.                        *
      *                              RET 0 = FOUND.                   *
      *                              RET 1 = NO SUCH ITEM.            *
      *                    "NXT" - RETURN THE FIRST PENDING ITEM      *
      *                            NUMBERED ABOVE QA-ITEM-ID (ZERO    *
      *                            FOR THE START OF THE QUEUE) THAT   *
      *                            THE CALLER DID NOT KEY; A          *
      *                            QA-OPERATOR OTHER THAN SPACES      *
      *                            NARROWS IT TO THAT CLERK'S ITEMS.  *
      *                              RET 0 = FOUND.                   *
      *                              RET 1 = NOTHING LEFT TO REVIEW.  *
      *                    "MRK" - DECIDE ITEM QA-ITEM-ID: QA-STATUS  *
      *                            "C" (CORRECT) OR "W" (WRONG, WITH  *
      *                            QA-CATEGORY); QA-NOTE IS OPTIONAL. *
      *                              RET 0 = RECORDED.                *
      *                              RET 1 = NO SUCH PENDING ITEM.    *
      *                              RET 2 = REFUSED -- THE REVIEWER  *
      *                                      KEYED THE SUBMISSION.    *
      *                              RET 3 = REFUSED -- "W" NEEDS A   *
      *                                      CATEGORY FROM QACATS     *
      *                                      (OR THE STATUS IS NOT    *
      *                                      "C" OR "W").             *
      *                              RET 4 = THE QUEUE COULD NOT BE   *
      *                                      REWRITTEN.               *
      *                            MRK RETURNS THE DECIDED ITEM.      *
      *                                                                *
      *           THE ERROR CATEGORIES ARE THE WORDS OF WISPCFG KEY   *
      *           QACATS (UP TO EIGHT, EIGHT CHARACTERS EACH); WITH   *
      *           NO KEY THEY ARE KEYING OMITTED WRONGVAL CODING      *
      *           DOCUMENT POLICY OTHER.  THE REVIEWER IS THE         *
      *           SESSION'S WISPOPERID.  EVERY DECISION IS LOGGED     *
      *           THROUGH WISPERRLOG.                                 *
      *                                                                *
      *           QAQUEUE.DAT IS READ WHOLE AND REWRITTEN ON EVERY    *
      *           DECISION, THE SAME WAY WPENDCHG KEEPS WPENDCHG.DAT. *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAQUEUE-FILE ASSIGN TO "QAQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WQQ-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  QAQUEUE-FILE.
       01  QAQUEUE-FILE-RECORD       PIC X(175).

       WORKING-STORAGE SECTION.

       01  WQQ-FILE-STATUS           PIC XX.
       01  WQQ-EOF-SWITCH            PIC X.
           88  WQQ-EOF                         VALUE "Y".

      *    The queue, held whole for the rewrite.
       01  WQQ-ITEM-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WQQ-ITEM-MAX              PIC 9(4) VALUE 3000.
       01  WQQ-ITEM-OVERFLOW-SWITCH  PIC X     VALUE "N".
           88  WQQ-ITEM-OVERFLOW               VALUE "Y".
       01  WQQ-ITEM-TABLE.
           05  WQQ-ITEM-ENTRY        PIC X(175)
                                     OCCURS 3000 TIMES
                                     INDEXED BY WQQ-X.
       01  WQQ-MATCH-NUM             PIC 9(4) COMP.
       01  WQQ-ENTRY-VIEW.
           05  WQQ-VIEW-ID           PIC 9(8).
           05  FILLER                PIC X.
           05  WQQ-VIEW-STATUS       PIC X.
           05  FILLER                PIC X(10).
           05  WQQ-VIEW-OPERATOR     PIC X(8).
           05  FILLER                PIC X(147).

      *    The caller's side of the call, kept across the lookup.
       01  WQQ-CALLER-ID             PIC 9(8).
       01  WQQ-CALLER-STATUS         PIC X.
       01  WQQ-CALLER-OPERATOR       PIC X(8).
       01  WQQ-CALLER-CATEGORY       PIC X(8).
       01  WQQ-CALLER-NOTE           PIC X(40).

       01  WQQ-ENV-VALUE             PIC X(40).
       01  WQQ-REVIEWER              PIC X(8).
       01  WQQ-TIMESTAMP.
           05  WQQ-STAMP-DATE        PIC 9(8).
           05  WQQ-STAMP-TIME        PIC 9(8).

      *    The QACATS category list.
       01  WQQ-CFG-KEY               PIC X(20).
       01  WQQ-CFG-VALUE             PIC X(80).
       01  WQQ-CAT-TABLE.
           05  WQQ-CAT               PIC X(8) OCCURS 8
                                     INDEXED BY WQQ-CAT-X.
       01  WQQ-CAT-FOUND-SWITCH      PIC X.
           88  WQQ-CAT-FOUND                   VALUE "Y".

       01  WQQ-ERRLOG-DETAIL         PIC X(80).
       01  WQQ-ID-DISPLAY            PIC Z(7)9.

       LINKAGE SECTION.

       01  WQQ-FUNC                  PIC X(3).
       COPY "wqaitem.cpy".
       01  WQQ-RETURN                PIC 9.

       PROCEDURE DIVISION USING WQQ-FUNC, WQAITEM-RECORD,
                                WQQ-RETURN.

       MAIN-WQAQUE.

           MOVE ZERO TO WQQ-RETURN.
           ACCEPT WQQ-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WQQ-STAMP-TIME FROM TIME.
           MOVE SPACES TO WQQ-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WQQ-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WQQ-ENV-VALUE (1:8) TO WQQ-REVIEWER.

           MOVE QA-ITEM-ID TO WQQ-CALLER-ID.
           MOVE QA-STATUS TO WQQ-CALLER-STATUS.
           MOVE QA-OPERATOR TO WQQ-CALLER-OPERATOR.
           MOVE QA-CATEGORY TO WQQ-CALLER-CATEGORY.
           MOVE QA-NOTE TO WQQ-CALLER-NOTE.
           IF WQQ-CALLER-ID IS NOT NUMERIC
               MOVE ZERO TO WQQ-CALLER-ID
           END-IF.
           MOVE WQQ-CALLER-ID TO WQQ-ID-DISPLAY.

           EVALUATE WQQ-FUNC
               WHEN "GET"
                   PERFORM TAKE-GET-ACTION
                       THRU TAKE-GET-ACTION-EXIT
               WHEN "NXT"
                   PERFORM TAKE-NXT-ACTION
                       THRU TAKE-NXT-ACTION-EXIT
               WHEN "MRK"
                   PERFORM TAKE-MRK-ACTION
                       THRU TAKE-MRK-ACTION-EXIT
           END-EVALUATE.

           EXIT PROGRAM.

      ****************************************************************
      * GET -- THE NAMED ITEM, ANY STATUS.                           *
      ****************************************************************

       TAKE-GET-ACTION.

           PERFORM LOAD-ITEM-TABLE
               THRU LOAD-ITEM-TABLE-EXIT.
           MOVE ZERO TO WQQ-MATCH-NUM.
           PERFORM VARYING WQQ-X FROM 1 BY 1
                   UNTIL WQQ-X > WQQ-ITEM-COUNT
                      OR WQQ-MATCH-NUM > ZERO
               MOVE WQQ-ITEM-ENTRY (WQQ-X) TO WQQ-ENTRY-VIEW
               IF WQQ-VIEW-ID IS NUMERIC
                       AND WQQ-VIEW-ID = WQQ-CALLER-ID
                   SET WQQ-MATCH-NUM TO WQQ-X
               END-IF
           END-PERFORM.
           IF WQQ-MATCH-NUM = ZERO
               MOVE 1 TO WQQ-RETURN
               GO TO TAKE-GET-ACTION-EXIT
           END-IF.
           MOVE WQQ-ITEM-ENTRY (WQQ-MATCH-NUM) TO WQAITEM-RECORD.

       TAKE-GET-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * NXT -- THE NEXT PENDING ITEM THE REVIEWER MAY DECIDE.        *
      ****************************************************************

       TAKE-NXT-ACTION.

           PERFORM LOAD-ITEM-TABLE
               THRU LOAD-ITEM-TABLE-EXIT.
           MOVE ZERO TO WQQ-MATCH-NUM.
           PERFORM VARYING WQQ-X FROM 1 BY 1
                   UNTIL WQQ-X > WQQ-ITEM-COUNT
                      OR WQQ-MATCH-NUM > ZERO
               MOVE WQQ-ITEM-ENTRY (WQQ-X) TO WQQ-ENTRY-VIEW
               IF WQQ-VIEW-ID IS NUMERIC
                       AND WQQ-VIEW-ID > WQQ-CALLER-ID
                       AND WQQ-VIEW-STATUS = "P"
                       AND WQQ-VIEW-OPERATOR NOT = WQQ-REVIEWER
                       AND (WQQ-CALLER-OPERATOR = SPACES
                         OR WQQ-VIEW-OPERATOR = WQQ-CALLER-OPERATOR)
                   SET WQQ-MATCH-NUM TO WQQ-X
               END-IF
           END-PERFORM.
           IF WQQ-MATCH-NUM = ZERO
               MOVE 1 TO WQQ-RETURN
               GO TO TAKE-NXT-ACTION-EXIT
           END-IF.
           MOVE WQQ-ITEM-ENTRY (WQQ-MATCH-NUM) TO WQAITEM-RECORD.

       TAKE-NXT-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * MRK -- RECORD THE REVIEWER'S VERDICT ON A PENDING ITEM.      *
      ****************************************************************

       TAKE-MRK-ACTION.

           IF WQQ-CALLER-STATUS = "W"
               PERFORM LOAD-CATEGORIES
               MOVE "N" TO WQQ-CAT-FOUND-SWITCH
               IF WQQ-CALLER-CATEGORY NOT = SPACES
                   PERFORM VARYING WQQ-CAT-X FROM 1 BY 1
                           UNTIL WQQ-CAT-X > 8 OR WQQ-CAT-FOUND
                       IF WQQ-CAT (WQQ-CAT-X) = WQQ-CALLER-CATEGORY
                           SET WQQ-CAT-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT WQQ-CAT-FOUND
                   MOVE 3 TO WQQ-RETURN
                   GO TO TAKE-MRK-ACTION-EXIT
               END-IF
           ELSE
               IF WQQ-CALLER-STATUS NOT = "C"
                   MOVE 3 TO WQQ-RETURN
                   GO TO TAKE-MRK-ACTION-EXIT
               END-IF
               MOVE SPACES TO WQQ-CALLER-CATEGORY
           END-IF.

           PERFORM LOAD-ITEM-TABLE
               THRU LOAD-ITEM-TABLE-EXIT.
      *    A queue bigger than the table cannot record the decision.
           IF WQQ-ITEM-OVERFLOW
               MOVE 4 TO WQQ-RETURN
               GO TO TAKE-MRK-ACTION-EXIT
           END-IF.
           MOVE ZERO TO WQQ-MATCH-NUM.
           PERFORM VARYING WQQ-X FROM 1 BY 1
                   UNTIL WQQ-X > WQQ-ITEM-COUNT
                      OR WQQ-MATCH-NUM > ZERO
               MOVE WQQ-ITEM-ENTRY (WQQ-X) TO WQQ-ENTRY-VIEW
               IF WQQ-VIEW-ID IS NUMERIC
                       AND WQQ-VIEW-ID = WQQ-CALLER-ID
                       AND WQQ-VIEW-STATUS = "P"
                   SET WQQ-MATCH-NUM TO WQQ-X
               END-IF
           END-PERFORM.
           IF WQQ-MATCH-NUM = ZERO
               MOVE 1 TO WQQ-RETURN
               GO TO TAKE-MRK-ACTION-EXIT
           END-IF.

           MOVE WQQ-ITEM-ENTRY (WQQ-MATCH-NUM) TO WQAITEM-RECORD.
           IF QA-OPERATOR = WQQ-REVIEWER
               MOVE 2 TO WQQ-RETURN
               GO TO TAKE-MRK-ACTION-EXIT
           END-IF.

           MOVE WQQ-CALLER-STATUS TO QA-STATUS.
           MOVE WQQ-CALLER-CATEGORY TO QA-CATEGORY.
           MOVE WQQ-CALLER-NOTE TO QA-NOTE.
           MOVE WQQ-REVIEWER TO QA-REVIEWER.
           MOVE WQQ-STAMP-DATE TO QA-REV-DATE.
           MOVE WQQ-STAMP-TIME TO QA-REV-TIME.
           MOVE WQAITEM-RECORD TO WQQ-ITEM-ENTRY (WQQ-MATCH-NUM).
           PERFORM REWRITE-ITEM-FILE.
           IF WQQ-FILE-STATUS NOT = "00"
               MOVE 4 TO WQQ-RETURN
               GO TO TAKE-MRK-ACTION-EXIT
           END-IF.

           MOVE SPACES TO WQQ-ERRLOG-DETAIL.
           STRING "QA ITEM REVIEWED ID="         DELIMITED BY SIZE
                  WQQ-ID-DISPLAY                 DELIMITED BY SIZE
                  " OPERATOR="                   DELIMITED BY SIZE
                  QA-OPERATOR                    DELIMITED BY SIZE
                  " REVIEWER="                   DELIMITED BY SIZE
                  QA-REVIEWER                    DELIMITED BY SIZE
                  " VERDICT="                    DELIMITED BY SIZE
                  QA-STATUS                      DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  QA-CATEGORY                    DELIMITED BY SIZE
                  INTO WQQ-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WQAQUE", "TAKE-MRK-ACTION",
               WQQ-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

       TAKE-MRK-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * THE SITE'S ERROR CATEGORIES, OR THE SHIPPED SET.             *
      ****************************************************************

       LOAD-CATEGORIES.

           MOVE "QACATS" TO WQQ-CFG-KEY.
           MOVE SPACES TO WQQ-CFG-VALUE.
           CALL "WISPCFG" USING WQQ-CFG-KEY, WQQ-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WQQ-CFG-VALUE = SPACES
               MOVE "KEYING OMITTED WRONGVAL CODING DOCUMENT POLICY OTHE
      -             "R" TO WQQ-CFG-VALUE
           END-IF.
           MOVE SPACES TO WQQ-CAT-TABLE.
           UNSTRING WQQ-CFG-VALUE DELIMITED BY ALL " "
               INTO WQQ-CAT (1), WQQ-CAT (2), WQQ-CAT (3),
                    WQQ-CAT (4), WQQ-CAT (5), WQQ-CAT (6),
                    WQQ-CAT (7), WQQ-CAT (8)
           END-UNSTRING.

       LOAD-ITEM-TABLE.

           MOVE ZERO TO WQQ-ITEM-COUNT.
           MOVE "N" TO WQQ-ITEM-OVERFLOW-SWITCH.
           MOVE "N" TO WQQ-EOF-SWITCH.
           OPEN INPUT QAQUEUE-FILE.
           IF WQQ-FILE-STATUS NOT = "00"
               GO TO LOAD-ITEM-TABLE-EXIT
           END-IF.
           PERFORM READ-ITEM-RECORD
               UNTIL WQQ-EOF.
           CLOSE QAQUEUE-FILE.

       LOAD-ITEM-TABLE-EXIT.
           EXIT.

       READ-ITEM-RECORD.

           READ QAQUEUE-FILE
               AT END
                   SET WQQ-EOF TO TRUE
               NOT AT END
                   IF QAQUEUE-FILE-RECORD NOT = SPACES
                       IF WQQ-ITEM-COUNT < WQQ-ITEM-MAX
                           ADD 1 TO WQQ-ITEM-COUNT
                           MOVE QAQUEUE-FILE-RECORD
                               TO WQQ-ITEM-ENTRY (WQQ-ITEM-COUNT)
                       ELSE
                           SET WQQ-ITEM-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    An overflowed queue is never rewritten -- the items past
      *    the table would be lost.
       REWRITE-ITEM-FILE.

           IF NOT WQQ-ITEM-OVERFLOW
               OPEN OUTPUT QAQUEUE-FILE
               PERFORM VARYING WQQ-X FROM 1 BY 1
                       UNTIL WQQ-X > WQQ-ITEM-COUNT
                   MOVE WQQ-ITEM-ENTRY (WQQ-X) TO QAQUEUE-FILE-RECORD
                   WRITE QAQUEUE-FILE-RECORD
               END-PERFORM
               CLOSE QAQUEUE-FILE
           END-IF.
