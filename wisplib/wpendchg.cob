       IDENTIFICATION DIVISION.
       PROGRAM-ID. WPENDCHG.
      ****************************************************************
      * WPENDCHG -- MAKER/CHECKER PENDING-CHANGE QUEUE.               *
      *                                                                *
      *           THE SUPERVISOR OVERRIDE PUTS A SECOND PERSON AT THE *
      *           CLERK'S DESK.  FOR BANK DETAILS, CREDIT LIMITS AND  *
      *           THE LIKE THE AUDITORS WANT THE SECOND PERSON LATER, *
      *           FROM THEIR OWN DESK: THE MAINTENANCE PROGRAM HANDS  *
      *           THE CHANGE HERE INSTEAD OF WRITING IT, AND A        *
      *           CHECKER WHO IS NOT THE MAKER APPROVES IT (THE       *
      *           CHANGE IS THEN APPLIED) OR REJECTS IT FROM WPENDOP: *
      *                                                                *
      *               CALL "WPENDCHG" USING FUNC, WPENDCHG-RECORD,    *
      *                   RET                                         *
      *                                                                *
      *           THE RECORD IS COPY "wpendchg".                      *
      *                                                                *
      *           WPC-FUNC "PUT" - THE MAKER'S SIDE, CALLED WHERE THE *
      *                            PROGRAM WOULD REWRITE (OR WRITE)   *
      *                            THE RECORD.  THE CALLER FILLS      *
      *                            PC-VOL/LIB/FILE, PC-RECKEY, AND    *
      *                            PC-BEFORE/PC-AFTER (THE RECORD'S   *
      *                            LEADING 512 BYTES; BEFORE SPACES   *
      *                            FOR A NEW RECORD).                 *
      *                              RET 0 = THE FILE IS NOT          *
      *                                      DESIGNATED -- WRITE THE  *
      *                                      CHANGE AS USUAL.         *
      *                              RET 1 = QUEUED FOR APPROVAL --   *
      *                                      DO NOT WRITE IT.  THE    *
      *                                      ITEM NUMBER COMES BACK   *
      *                                      IN PC-ITEM-ID.           *
      *                              RET 2 = REFUSED -- A CHANGE TO   *
      *                                      THE SAME RECORD IS       *
      *                                      ALREADY PENDING.         *
      *                              RET 3 = REFUSED -- THE QUEUE IS  *
      *                                      FULL.                    *
      *                            A REFUSED CHANGE IS NOT WRITTEN    *
      *                            EITHER -- A DESIGNATED FILE IS     *
      *                            NEVER CHANGED UNAPPROVED.          *
      *                    "APV" - APPROVE PC-ITEM-ID AND APPLY IT.   *
      *                            PC-REASON IS OPTIONAL.             *
      *                              RET 0 = APPLIED.                 *
      *                              RET 1 = NO SUCH PENDING ITEM.    *
      *                              RET 2 = REFUSED -- THE CHECKER   *
      *                                      IS THE MAKER.            *
      *                              RET 3 = STALE -- THE RECORD NO   *
      *                                      LONGER MATCHES THE       *
      *                                      BEFORE IMAGE (OR IS      *
      *                                      GONE); NOT APPLIED, THE  *
      *                                      ITEM STAYS PENDING.      *
      *                              RET 4 = THE FILE COULD NOT BE    *
      *                                      OPENED OR WRITTEN; NOT   *
      *                                      APPLIED, STILL PENDING.  *
      *                    "REJ" - REJECT PC-ITEM-ID WITH PC-REASON.  *
      *                              RET 0 = REJECTED.                *
      *                              RET 1 = NO SUCH PENDING ITEM.    *
      *                              RET 2 = REFUSED -- THE CHECKER   *
      *                                      IS THE MAKER.            *
      *                              RET 3 = A REASON IS REQUIRED.    *
      *                            APV AND REJ RETURN THE ITEM IN THE *
      *                            RECORD.                            *
      *                                                                *
      *           A FILE IS DESIGNATED BY WISPCFG KEYS MAKERCHK1      *
      *           THROUGH MAKERCHK9, "VOL LIB FILE" ("*" MATCHES      *
      *           ANY), THE SAME SHAPE AS JOURNAL1-9.  THE MAKER AND  *
      *           THE CHECKER ARE THE SESSIONS' WISPOPERID.           *
      *                                                                *
      *           AN APPROVED CHANGE IS APPLIED THE WMASSUPD WAY: THE *
      *           TRIPLE RESOLVES THROUGH WVOLRES, AN INDEXED FILE IS *
      *           READ BY THE LEADING KEY AND REWRITTEN, A SEQUENTIAL *
      *           FILE IS HELD WHOLE AND REWRITTEN.  ONLY THE LEADING *
      *           512 BYTES ARE REPLACED.  THE BEFORE AND AFTER       *
      *           IMAGES GO TO WJRNL, AND THE CHANGE TO THE CHGAUDX   *
      *           AUDIT THROUGH WCHGAUD WITH THE OPERATOR SHOWN AS    *
      *           "CHECKER/MAKER".  EVERY QUEUED, APPROVED AND        *
      *           REJECTED ITEM IS LOGGED THROUGH WISPERRLOG.         *
      *                                                                *
      *           WPENDCHG.DAT IS READ WHOLE AND REWRITTEN ON EVERY   *
      *           CHANGE, THE SAME WAY WENQ KEEPS WENQLOCK.DAT.       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPENDCHG-FILE ASSIGN TO "WPENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPC-FILE-STATUS.
           SELECT WPC-INDEXED-FILE ASSIGN TO WPC-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WPX-KEY
               FILE STATUS IS WPC-INDEXED-STATUS.
           SELECT WPC-SEQ-FILE ASSIGN TO WPC-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPC-SEQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WPENDCHG-FILE.
       01  WPENDCHG-FILE-RECORD      PIC X(1189).

       FD  WPC-INDEXED-FILE.
       01  WPX-RECORD.
           05  WPX-KEY               PIC X(42).
           05  FILLER                PIC X(2006).

       FD  WPC-SEQ-FILE.
       01  WPC-SEQ-RECORD            PIC X(2048).

       WORKING-STORAGE SECTION.

       01  WPC-FILE-STATUS           PIC XX.
       01  WPC-INDEXED-STATUS        PIC XX.
       01  WPC-SEQ-STATUS            PIC XX.
       01  WPC-EOF-SWITCH            PIC X.
           88  WPC-EOF                         VALUE "Y".

      *    The queue, held whole for the rewrite.
       01  WPC-ITEM-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WPC-ITEM-MAX              PIC 9(4) VALUE 500.
       01  WPC-ITEM-OVERFLOW-SWITCH  PIC X     VALUE "N".
           88  WPC-ITEM-OVERFLOW               VALUE "Y".
       01  WPC-ITEM-TABLE.
           05  WPC-ITEM-ENTRY        PIC X(1189)
                                     OCCURS 500 TIMES
                                     INDEXED BY WPC-X.
       01  WPC-MATCH-NUM             PIC 9(4) COMP.
       01  WPC-HIGH-ID               PIC 9(8).
       01  WPC-ENTRY-VIEW.
           05  WPC-VIEW-ID           PIC 9(8).
           05  FILLER                PIC X.
           05  WPC-VIEW-STATUS       PIC X.
           05  FILLER                PIC X.
           05  WPC-VIEW-TRIPLE       PIC X(24).
           05  FILLER                PIC X.
           05  WPC-VIEW-RECKEY       PIC X(32).
           05  FILLER                PIC X(1121).

       01  WPC-CALLER-TRIPLE         PIC X(24).
       01  WPC-CALLER-REASON         PIC X(40).

       01  WPC-ENV-VALUE             PIC X(40).
       01  WPC-OPERATOR              PIC X(8).
       01  WPC-TIMESTAMP.
           05  WPC-STAMP-DATE        PIC 9(8).
           05  WPC-STAMP-TIME        PIC 9(8).

      *    The MAKERCHK1-9 designations.
       01  WPC-DESIGNATED-SWITCH     PIC X.
           88  WPC-DESIGNATED                  VALUE "Y".
       01  WPC-RULE-NUM              PIC 9(2).
       01  WPC-CFG-KEY               PIC X(20).
       01  WPC-CFG-VALUE             PIC X(80).
       01  WPC-RULE-VOL              PIC X(6).
       01  WPC-RULE-LIB              PIC X(8).
       01  WPC-RULE-FILE             PIC X(8).

      *    Applying the approved change.
       01  WPC-DATA-PATH             PIC X(80).
       01  WPC-RECORD-AREA           PIC X(2048).
       01  WPC-JRNL-IMAGE            PIC X(512).
       01  WPC-AUD-BEFORE            PIC X(256).
       01  WPC-AUD-AFTER             PIC X(256).
       01  WPC-APPLY-RETURN          PIC 9.
       01  WPC-LIVE-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WPC-LIVE-MAX              PIC 9(4) VALUE 1000.
       01  WPC-LIVE-OVERFLOW-SWITCH  PIC X     VALUE "N".
           88  WPC-LIVE-OVERFLOW               VALUE "Y".
       01  WPC-LIVE-TABLE.
           05  WPC-LIVE-ENTRY        PIC X(2048)
                                     OCCURS 1000 TIMES
                                     INDEXED BY WPC-LIV-X.
       01  WPC-LIVE-MATCH            PIC 9(4) COMP.

      *    The audit's operator reads "checker/maker" for the one
      *    WCHGAUD call; the chain context is put back after it.
       COPY "wispctx.cpy".
       01  WPC-SAVED-CONTEXT         PIC X(284).

       01  WPC-ERRLOG-PARA           PIC X(30).
       01  WPC-ERRLOG-DETAIL         PIC X(80).
       01  WPC-ID-DISPLAY            PIC Z(7)9.

       LINKAGE SECTION.

       01  WPC-FUNC                  PIC X(3).
       COPY "wpendchg.cpy".
       01  WPC-RETURN                PIC 9.

       PROCEDURE DIVISION USING WPC-FUNC, WPENDCHG-RECORD,
                                WPC-RETURN.

       MAIN-WPENDCHG.

           MOVE ZERO TO WPC-RETURN.
           ACCEPT WPC-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WPC-STAMP-TIME FROM TIME.
           MOVE SPACES TO WPC-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WPC-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WPC-ENV-VALUE (1:8) TO WPC-OPERATOR.

           EVALUATE WPC-FUNC
               WHEN "PUT"
                   PERFORM TAKE-PUT-ACTION
                       THRU TAKE-PUT-ACTION-EXIT
               WHEN "APV"
                   PERFORM TAKE-APV-ACTION
                       THRU TAKE-APV-ACTION-EXIT
               WHEN "REJ"
                   PERFORM TAKE-REJ-ACTION
                       THRU TAKE-REJ-ACTION-EXIT
           END-EVALUATE.

           EXIT PROGRAM.

      ****************************************************************
      * PUT -- QUEUE THE MAKER'S CHANGE IF THE FILE IS DESIGNATED.   *
      ****************************************************************

       TAKE-PUT-ACTION.

           PERFORM FIND-DESIGNATION.
           IF NOT WPC-DESIGNATED
               GO TO TAKE-PUT-ACTION-EXIT
           END-IF.

           IF PC-RECKEY = SPACES
               IF PC-BEFORE = SPACES
                   MOVE PC-AFTER (1:20) TO PC-RECKEY
               ELSE
                   MOVE PC-BEFORE (1:20) TO PC-RECKEY
               END-IF
           END-IF.
           PERFORM LOAD-ITEM-TABLE
               THRU LOAD-ITEM-TABLE-EXIT.
           IF WPC-ITEM-OVERFLOW OR WPC-ITEM-COUNT NOT < WPC-ITEM-MAX
               MOVE 3 TO WPC-RETURN
               GO TO TAKE-PUT-ACTION-EXIT
           END-IF.

      *    One pending change per record -- a second would be
      *    approved against a before image the first makes stale.
           MOVE PC-VOL TO WPC-CALLER-TRIPLE (1:6).
           MOVE PC-LIB TO WPC-CALLER-TRIPLE (8:8).
           MOVE PC-FILE TO WPC-CALLER-TRIPLE (17:8).
           MOVE SPACE TO WPC-CALLER-TRIPLE (7:1)
                         WPC-CALLER-TRIPLE (16:1).
           MOVE ZERO TO WPC-HIGH-ID WPC-MATCH-NUM.
           PERFORM VARYING WPC-X FROM 1 BY 1
                   UNTIL WPC-X > WPC-ITEM-COUNT
               MOVE WPC-ITEM-ENTRY (WPC-X) TO WPC-ENTRY-VIEW
               IF WPC-VIEW-ID IS NUMERIC
                       AND WPC-VIEW-ID > WPC-HIGH-ID
                   MOVE WPC-VIEW-ID TO WPC-HIGH-ID
               END-IF
               IF WPC-VIEW-STATUS = "P"
                       AND WPC-VIEW-TRIPLE = WPC-CALLER-TRIPLE
                       AND WPC-VIEW-RECKEY = PC-RECKEY
                   SET WPC-MATCH-NUM TO WPC-X
               END-IF
           END-PERFORM.
           IF WPC-MATCH-NUM > ZERO
               MOVE 2 TO WPC-RETURN
               GO TO TAKE-PUT-ACTION-EXIT
           END-IF.

           ADD 1 TO WPC-HIGH-ID.
           MOVE WPC-HIGH-ID TO PC-ITEM-ID.
           SET PC-PENDING TO TRUE.
           MOVE WPC-OPERATOR TO PC-MAKER.
           MOVE WPC-STAMP-DATE TO PC-MADE-DATE.
           MOVE WPC-STAMP-TIME TO PC-MADE-TIME.
           MOVE SPACES TO PC-CHECKER PC-REASON.
           MOVE ZERO TO PC-DONE-DATE PC-DONE-TIME.
           ADD 1 TO WPC-ITEM-COUNT.
           MOVE WPENDCHG-RECORD TO WPC-ITEM-ENTRY (WPC-ITEM-COUNT).
           PERFORM REWRITE-ITEM-FILE.
           MOVE 1 TO WPC-RETURN.

           MOVE "TAKE-PUT-ACTION" TO WPC-ERRLOG-PARA.
           MOVE SPACES TO WPC-ERRLOG-DETAIL.
           MOVE PC-ITEM-ID TO WPC-ID-DISPLAY.
           STRING "PENDING CHANGE QUEUED ID="  DELIMITED BY SIZE
                  WPC-ID-DISPLAY               DELIMITED BY SIZE
                  " FILE="                     DELIMITED BY SIZE
                  WPC-CALLER-TRIPLE            DELIMITED BY SIZE
                  " MAKER="                    DELIMITED BY SIZE
                  PC-MAKER                     DELIMITED BY SIZE
                  INTO WPC-ERRLOG-DETAIL
           END-STRING.
           PERFORM LOG-THE-ITEM.

       TAKE-PUT-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * APV -- A SECOND PERSON APPROVES; THE CHANGE IS APPLIED.      *
      ****************************************************************

       TAKE-APV-ACTION.

           PERFORM FIND-PENDING-ITEM
               THRU FIND-PENDING-ITEM-EXIT.
           IF WPC-RETURN NOT = ZERO
               GO TO TAKE-APV-ACTION-EXIT
           END-IF.

           PERFORM APPLY-THE-CHANGE
               THRU APPLY-THE-CHANGE-EXIT.
           IF WPC-APPLY-RETURN NOT = ZERO
               MOVE WPC-APPLY-RETURN TO WPC-RETURN
               MOVE WPC-ITEM-ENTRY (WPC-MATCH-NUM) TO WPENDCHG-RECORD
               GO TO TAKE-APV-ACTION-EXIT
           END-IF.

           PERFORM AUDIT-THE-CHANGE.

           SET PC-APPROVED TO TRUE.
           PERFORM RECORD-THE-DECISION.
           MOVE SPACES TO WPC-ERRLOG-DETAIL.
           STRING "PENDING CHANGE APPROVED ID="  DELIMITED BY SIZE
                  WPC-ID-DISPLAY                 DELIMITED BY SIZE
                  " MAKER="                      DELIMITED BY SIZE
                  PC-MAKER                       DELIMITED BY SIZE
                  " CHECKER="                    DELIMITED BY SIZE
                  PC-CHECKER                     DELIMITED BY SIZE
                  INTO WPC-ERRLOG-DETAIL
           END-STRING.
           MOVE "TAKE-APV-ACTION" TO WPC-ERRLOG-PARA.
           PERFORM LOG-THE-ITEM.

       TAKE-APV-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * REJ -- THE CHECKER TURNS THE CHANGE DOWN, WITH A REASON.     *
      ****************************************************************

       TAKE-REJ-ACTION.

           IF PC-REASON = SPACES
               MOVE 3 TO WPC-RETURN
               GO TO TAKE-REJ-ACTION-EXIT
           END-IF.
           PERFORM FIND-PENDING-ITEM
               THRU FIND-PENDING-ITEM-EXIT.
           IF WPC-RETURN NOT = ZERO
               GO TO TAKE-REJ-ACTION-EXIT
           END-IF.

           SET PC-REJECTED TO TRUE.
           PERFORM RECORD-THE-DECISION.
           MOVE SPACES TO WPC-ERRLOG-DETAIL.
           STRING "PENDING CHANGE REJECTED ID="  DELIMITED BY SIZE
                  WPC-ID-DISPLAY                 DELIMITED BY SIZE
                  " MAKER="                      DELIMITED BY SIZE
                  PC-MAKER                       DELIMITED BY SIZE
                  " CHECKER="                    DELIMITED BY SIZE
                  PC-CHECKER                     DELIMITED BY SIZE
                  " WHY="                        DELIMITED BY SIZE
                  PC-REASON                      DELIMITED BY SIZE
                  INTO WPC-ERRLOG-DETAIL
           END-STRING.
           MOVE "TAKE-REJ-ACTION" TO WPC-ERRLOG-PARA.
           PERFORM LOG-THE-ITEM.

       TAKE-REJ-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * THE ITEM THE CHECKER NAMED -- PENDING, AND NOT THEIR OWN.    *
      * THE CALLER'S REASON IS KEPT; THE REST COMES FROM THE QUEUE.  *
      ****************************************************************

       FIND-PENDING-ITEM.

           MOVE PC-ITEM-ID TO WPC-ID-DISPLAY.
           MOVE PC-REASON TO WPC-CALLER-REASON.
           PERFORM LOAD-ITEM-TABLE
               THRU LOAD-ITEM-TABLE-EXIT.
      *    A queue bigger than the table cannot record the decision.
           IF WPC-ITEM-OVERFLOW
               MOVE 4 TO WPC-RETURN
               GO TO FIND-PENDING-ITEM-EXIT
           END-IF.
           MOVE ZERO TO WPC-MATCH-NUM.
           PERFORM VARYING WPC-X FROM 1 BY 1
                   UNTIL WPC-X > WPC-ITEM-COUNT
                      OR WPC-MATCH-NUM > ZERO
               MOVE WPC-ITEM-ENTRY (WPC-X) TO WPC-ENTRY-VIEW
               IF WPC-VIEW-ID IS NUMERIC
                       AND WPC-VIEW-ID = PC-ITEM-ID
                       AND WPC-VIEW-STATUS = "P"
                   SET WPC-MATCH-NUM TO WPC-X
               END-IF
           END-PERFORM.
           IF WPC-MATCH-NUM = ZERO
               MOVE 1 TO WPC-RETURN
               GO TO FIND-PENDING-ITEM-EXIT
           END-IF.

           MOVE WPC-ITEM-ENTRY (WPC-MATCH-NUM) TO WPENDCHG-RECORD.
           MOVE WPC-CALLER-REASON TO PC-REASON.
           IF PC-MAKER = WPC-OPERATOR
               MOVE 2 TO WPC-RETURN
           END-IF.

       FIND-PENDING-ITEM-EXIT.
           EXIT.

       RECORD-THE-DECISION.

           MOVE WPC-OPERATOR TO PC-CHECKER.
           MOVE WPC-STAMP-DATE TO PC-DONE-DATE.
           MOVE WPC-STAMP-TIME TO PC-DONE-TIME.
           MOVE WPENDCHG-RECORD TO WPC-ITEM-ENTRY (WPC-MATCH-NUM).
           PERFORM REWRITE-ITEM-FILE.

      ****************************************************************
      * APPLY -- THE TRIPLE'S FILE, THE WMASSUPD WAY.  THE RECORD    *
      * MUST STILL BE WHAT THE MAKER SAW.                            *
      ****************************************************************

       APPLY-THE-CHANGE.

           MOVE ZERO TO WPC-APPLY-RETURN.
           CALL "WVOLRES" USING PC-VOL, PC-LIB, PC-FILE,
               WPC-DATA-PATH.
           IF WPC-DATA-PATH = SPACES
               MOVE 4 TO WPC-APPLY-RETURN
               GO TO APPLY-THE-CHANGE-EXIT
           END-IF.

           OPEN I-O WPC-INDEXED-FILE.
           IF WPC-INDEXED-STATUS = "00"
               PERFORM APPLY-TO-INDEXED-FILE
                   THRU APPLY-TO-INDEXED-FILE-EXIT
               CLOSE WPC-INDEXED-FILE
           ELSE
               PERFORM APPLY-TO-SEQUENTIAL-FILE
                   THRU APPLY-TO-SEQUENTIAL-FILE-EXIT
           END-IF.

       APPLY-THE-CHANGE-EXIT.
           EXIT.

       APPLY-TO-INDEXED-FILE.

           IF PC-BEFORE = SPACES
               MOVE SPACES TO WPX-RECORD
               MOVE PC-AFTER TO WPX-RECORD (1:512)
               WRITE WPX-RECORD
               EVALUATE WPC-INDEXED-STATUS
                   WHEN "00"
                       PERFORM JOURNAL-AFTER-IMAGE
                   WHEN "22"
                       MOVE 3 TO WPC-APPLY-RETURN
                   WHEN OTHER
                       MOVE 4 TO WPC-APPLY-RETURN
               END-EVALUATE
               GO TO APPLY-TO-INDEXED-FILE-EXIT
           END-IF.

           MOVE PC-BEFORE (1:42) TO WPX-KEY.
           READ WPC-INDEXED-FILE.
           IF WPC-INDEXED-STATUS NOT = "00"
               MOVE 3 TO WPC-APPLY-RETURN
               GO TO APPLY-TO-INDEXED-FILE-EXIT
           END-IF.
           IF WPX-RECORD (1:512) NOT = PC-BEFORE
               MOVE 3 TO WPC-APPLY-RETURN
               GO TO APPLY-TO-INDEXED-FILE-EXIT
           END-IF.

           PERFORM JOURNAL-BEFORE-IMAGE.
           MOVE PC-AFTER TO WPX-RECORD (1:512).
           REWRITE WPX-RECORD.
           IF WPC-INDEXED-STATUS NOT = "00"
               MOVE 4 TO WPC-APPLY-RETURN
           ELSE
               PERFORM JOURNAL-AFTER-IMAGE
           END-IF.

       APPLY-TO-INDEXED-FILE-EXIT.
           EXIT.

      *    A sequential file has no key to read by -- the record to
      *    change is the one whose leading bytes are the before image.
       APPLY-TO-SEQUENTIAL-FILE.

           MOVE ZERO TO WPC-LIVE-COUNT.
           MOVE "N" TO WPC-LIVE-OVERFLOW-SWITCH.
           MOVE "N" TO WPC-EOF-SWITCH.
           OPEN INPUT WPC-SEQ-FILE.
           IF WPC-SEQ-STATUS NOT = "00"
               MOVE 4 TO WPC-APPLY-RETURN
               GO TO APPLY-TO-SEQUENTIAL-FILE-EXIT
           END-IF.
           PERFORM READ-LIVE-RECORD
               UNTIL WPC-EOF.
           CLOSE WPC-SEQ-FILE.

      *    A file bigger than the table is never rewritten from it.
           IF WPC-LIVE-OVERFLOW
               MOVE 4 TO WPC-APPLY-RETURN
               GO TO APPLY-TO-SEQUENTIAL-FILE-EXIT
           END-IF.

           IF PC-BEFORE = SPACES
               IF WPC-LIVE-COUNT NOT < WPC-LIVE-MAX
                   MOVE 4 TO WPC-APPLY-RETURN
                   GO TO APPLY-TO-SEQUENTIAL-FILE-EXIT
               END-IF
               ADD 1 TO WPC-LIVE-COUNT
               MOVE SPACES TO WPC-LIVE-ENTRY (WPC-LIVE-COUNT)
               MOVE WPC-LIVE-COUNT TO WPC-LIVE-MATCH
           ELSE
               MOVE ZERO TO WPC-LIVE-MATCH
               PERFORM VARYING WPC-LIV-X FROM 1 BY 1
                       UNTIL WPC-LIV-X > WPC-LIVE-COUNT
                          OR WPC-LIVE-MATCH > ZERO
                   IF WPC-LIVE-ENTRY (WPC-LIV-X) (1:512) = PC-BEFORE
                       SET WPC-LIVE-MATCH TO WPC-LIV-X
                   END-IF
               END-PERFORM
               IF WPC-LIVE-MATCH = ZERO
                   MOVE 3 TO WPC-APPLY-RETURN
                   GO TO APPLY-TO-SEQUENTIAL-FILE-EXIT
               END-IF
               MOVE WPC-LIVE-ENTRY (WPC-LIVE-MATCH) TO WPX-RECORD
               PERFORM JOURNAL-BEFORE-IMAGE
           END-IF.

           MOVE PC-AFTER TO WPC-LIVE-ENTRY (WPC-LIVE-MATCH) (1:512).
           OPEN OUTPUT WPC-SEQ-FILE.
           IF WPC-SEQ-STATUS NOT = "00"
               MOVE 4 TO WPC-APPLY-RETURN
               GO TO APPLY-TO-SEQUENTIAL-FILE-EXIT
           END-IF.
           PERFORM VARYING WPC-LIV-X FROM 1 BY 1
                   UNTIL WPC-LIV-X > WPC-LIVE-COUNT
               MOVE WPC-LIVE-ENTRY (WPC-LIV-X) TO WPC-SEQ-RECORD
               WRITE WPC-SEQ-RECORD
           END-PERFORM.
           CLOSE WPC-SEQ-FILE.
           PERFORM JOURNAL-AFTER-IMAGE.

       APPLY-TO-SEQUENTIAL-FILE-EXIT.
           EXIT.

       READ-LIVE-RECORD.

           READ WPC-SEQ-FILE
               AT END
                   SET WPC-EOF TO TRUE
               NOT AT END
                   IF WPC-LIVE-COUNT < WPC-LIVE-MAX
                       ADD 1 TO WPC-LIVE-COUNT
                       MOVE WPC-SEQ-RECORD
                           TO WPC-LIVE-ENTRY (WPC-LIVE-COUNT)
                   ELSE
                       SET WPC-LIVE-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *    THE RECORD AS IT WAS, FOR WJRNBACK, AND AS WRITTEN, FOR
      *    WROLLFWD.
       JOURNAL-BEFORE-IMAGE.

           MOVE WPX-RECORD (1:512) TO WPC-JRNL-IMAGE.
           CALL "WJRNL" USING "BEF", PC-VOL, PC-LIB, PC-FILE,
               WPC-JRNL-IMAGE
               ON EXCEPTION CONTINUE
           END-CALL.

       JOURNAL-AFTER-IMAGE.

           MOVE PC-AFTER TO WPC-JRNL-IMAGE.
           CALL "WJRNL" USING "AFT", PC-VOL, PC-LIB, PC-FILE,
               WPC-JRNL-IMAGE
               ON EXCEPTION CONTINUE
           END-CALL.

      ****************************************************************
      * CHGAUDX -- BOTH IDENTITIES IN THE OPERATOR FIELD.            *
      ****************************************************************

       AUDIT-THE-CHANGE.

           CALL "WCGETCTX" USING WISP-CHAIN-CONTEXT
               ON EXCEPTION
                   MOVE SPACES TO WISP-CHAIN-CONTEXT
           END-CALL.
           MOVE WISP-CHAIN-CONTEXT TO WPC-SAVED-CONTEXT.
           MOVE SPACES TO CTX-OPERATOR-ID.
           STRING WPC-OPERATOR   DELIMITED BY SPACE
                  "/"            DELIMITED BY SIZE
                  PC-MAKER       DELIMITED BY SPACE
                  INTO CTX-OPERATOR-ID
           END-STRING.
           IF CTX-ORIGIN-PROGRAM = SPACES
               MOVE "WPENDCHG" TO CTX-ORIGIN-PROGRAM
           END-IF.
           CALL "WCSETCTX" USING WISP-CHAIN-CONTEXT
               ON EXCEPTION CONTINUE
           END-CALL.

           MOVE PC-BEFORE (1:256) TO WPC-AUD-BEFORE.
           MOVE PC-AFTER (1:256) TO WPC-AUD-AFTER.
           CALL "WCHGAUD" USING PC-VOL, PC-LIB, PC-FILE, PC-RECKEY,
               WPC-AUD-BEFORE, WPC-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

           MOVE WPC-SAVED-CONTEXT TO WISP-CHAIN-CONTEXT.
           CALL "WCSETCTX" USING WISP-CHAIN-CONTEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       FIND-DESIGNATION.

           MOVE "N" TO WPC-DESIGNATED-SWITCH.
           PERFORM VARYING WPC-RULE-NUM FROM 1 BY 1
                   UNTIL WPC-RULE-NUM > 9
                      OR WPC-DESIGNATED
               MOVE SPACES TO WPC-CFG-KEY
               STRING "MAKERCHK"           DELIMITED BY SIZE
                      WPC-RULE-NUM (2:1)   DELIMITED BY SIZE
                      INTO WPC-CFG-KEY
               END-STRING
               CALL "WISPCFG" USING WPC-CFG-KEY, WPC-CFG-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WPC-CFG-VALUE
               END-CALL
               MOVE SPACES TO WPC-RULE-VOL WPC-RULE-LIB WPC-RULE-FILE
               UNSTRING WPC-CFG-VALUE DELIMITED BY ALL " "
                   INTO WPC-RULE-VOL, WPC-RULE-LIB, WPC-RULE-FILE
               END-UNSTRING
               IF WPC-CFG-VALUE NOT = SPACES
                       AND (WPC-RULE-VOL = "*" OR PC-VOL)
                       AND (WPC-RULE-LIB = "*" OR PC-LIB)
                       AND (WPC-RULE-FILE = "*" OR PC-FILE)
                   SET WPC-DESIGNATED TO TRUE
               END-IF
           END-PERFORM.

       LOG-THE-ITEM.

           CALL "WISPERRLOG" USING "WPENDCHG", WPC-ERRLOG-PARA,
               WPC-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

       LOAD-ITEM-TABLE.

           MOVE ZERO TO WPC-ITEM-COUNT.
           MOVE "N" TO WPC-ITEM-OVERFLOW-SWITCH.
           MOVE "N" TO WPC-EOF-SWITCH.
           OPEN INPUT WPENDCHG-FILE.
           IF WPC-FILE-STATUS NOT = "00"
               GO TO LOAD-ITEM-TABLE-EXIT
           END-IF.
           PERFORM READ-ITEM-RECORD
               UNTIL WPC-EOF.
           CLOSE WPENDCHG-FILE.

       LOAD-ITEM-TABLE-EXIT.
           EXIT.

       READ-ITEM-RECORD.

           READ WPENDCHG-FILE
               AT END
                   SET WPC-EOF TO TRUE
               NOT AT END
                   IF WPENDCHG-FILE-RECORD NOT = SPACES
                       IF WPC-ITEM-COUNT < WPC-ITEM-MAX
                           ADD 1 TO WPC-ITEM-COUNT
                           MOVE WPENDCHG-FILE-RECORD
                               TO WPC-ITEM-ENTRY (WPC-ITEM-COUNT)
                       ELSE
                           SET WPC-ITEM-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    An overflowed queue is never rewritten -- the items past
      *    the table would be lost.
       REWRITE-ITEM-FILE.

           IF NOT WPC-ITEM-OVERFLOW
               OPEN OUTPUT WPENDCHG-FILE
               PERFORM VARYING WPC-X FROM 1 BY 1
                       UNTIL WPC-X > WPC-ITEM-COUNT
                   MOVE WPC-ITEM-ENTRY (WPC-X) TO WPENDCHG-FILE-RECORD
                   WRITE WPENDCHG-FILE-RECORD
               END-PERFORM
               CLOSE WPENDCHG-FILE
           END-IF.
