       IDENTIFICATION DIVISION.
       PROGRAM-ID. WDOCBAT.
      ****************************************************************
      * WDOCBAT -- KEYED DOCUMENT BATCH CONTROL.                      *
      *                                                                *
      *           THE CLERKS KEY INVOICES IN PAPER BATCHES WITH AN    *
      *           ADDING-MACHINE TAPE ON TOP, AND NOTHING CHECKED     *
      *           THAT WHAT WAS KEYED MATCHED THE TAPE.  A BATCH NOW  *
      *           HAS A HEADER (THE TAPE'S COUNT AND TOTAL), EVERY    *
      *           DOCUMENT KEYED IS ADDED TO IT, AND ONLY A BATCH     *
      *           THAT BALANCES GOES ON TO POSTING:                   *
      *                                                                *
      *               CALL "WDOCBAT" USING FUNC, WDOCBAT-RECORD, RET  *
      *                                                                *
      *           THE RECORD IS COPY "wdocbat".  THE CLERK IS THE     *
      *           SESSION'S WISPOPERID; A CLERK HAS AT MOST ONE OPEN  *
      *           BATCH, AND THAT IS THE BATCH DOCUMENTS GO INTO.     *
      *                                                                *
      *           WDB-FUNC "OPN" - OPEN A BATCH WITH DB-HDR-COUNT AND *
      *                            DB-HDR-AMOUNT.                     *
      *                              RET 0 = OPENED; THE NUMBER COMES *
      *                                      BACK IN DB-BATCH-ID.     *
      *                              RET 1 = THE CLERK ALREADY HAS AN *
      *                                      OPEN BATCH (RETURNED).   *
      *                              RET 2 = THE HEADER COUNT IS ZERO *
      *                                      OR NOT NUMERIC.          *
      *                              RET 3 = THE BATCH FILE IS FULL.  *
      *                              RET 4 = NO BATCH NUMBER COULD BE *
      *                                      HAD FROM WDOCNUM.        *
      *                    "DOC" - ADD ONE DOCUMENT OF DB-DOC-AMOUNT  *
      *                            TO THE CLERK'S OPEN BATCH --       *
      *                            WMFNGETPARM CALLS IT FOR A BATCH   *
      *                            SCREEN.                            *
      *                              RET 0 = ADDED (BATCH RETURNED).  *
      *                              RET 1 = NO OPEN BATCH.           *
      *                    "DEL" - TAKE ONE DOCUMENT OF DB-DOC-AMOUNT *
      *                            BACK OUT OF THE OPEN BATCH, WHEN   *
      *                            THE APPLICATION DELETES ONE KEYED  *
      *                            IN ERROR.                          *
      *                              RET 0 = TAKEN OUT.               *
      *                              RET 1 = NO OPEN BATCH.           *
      *                              RET 2 = THE BATCH HOLDS LESS     *
      *                                      THAN THAT.               *
      *                    "CLS" - CLOSE THE CLERK'S OPEN BATCH AND   *
      *                            COMPARE IT WITH ITS HEADER.        *
      *                              RET 0 = BALANCED -- RELEASED TO  *
      *                                      POSTING.                 *
      *                              RET 1 = OUT OF BALANCE -- HELD.  *
      *                              RET 2 = NO OPEN BATCH.           *
      *                    "ROP" - REOPEN HELD BATCH DB-BATCH-ID TO   *
      *                            KEY WHAT WAS MISSED (THE CLERK'S   *
      *                            OWN BATCH ONLY).                   *
      *                              RET 0 = OPEN AGAIN.              *
      *                              RET 1 = NOT A HELD BATCH OF THE  *
      *                                      CLERK'S.                 *
      *                              RET 2 = THE CLERK ALREADY HAS AN *
      *                                      OPEN BATCH.              *
      *                    "HDR" - CORRECT THE HEADER OF HELD BATCH   *
      *                            DB-BATCH-ID TO DB-HDR-COUNT AND    *
      *                            DB-HDR-AMOUNT (A WRONG TAPE) AND   *
      *                            COMPARE AGAIN.  WBATOP GATES IT BY *
      *                            AUTHORITY.                         *
      *                              RET 0 = NOW BALANCED, RELEASED.  *
      *                              RET 1 = STILL OUT OF BALANCE.    *
      *                              RET 2 = NOT A HELD BATCH.        *
      *                    "NXT" - THE POSTING STEP'S NEXT BALANCED   *
      *                            BATCH, LOWEST NUMBER FIRST.        *
      *                              RET 0 = RETURNED.                *
      *                              RET 1 = NONE WAITING.            *
      *                    "PST" - POSTING OF BALANCED BATCH          *
      *                            DB-BATCH-ID IS DONE.               *
      *                              RET 0 = MARKED POSTED.           *
      *                              RET 1 = NOT A BALANCED BATCH.    *
      *                    "GET" - BATCH DB-BATCH-ID.                 *
      *                              RET 0 = RETURNED.                *
      *                              RET 1 = NO SUCH BATCH.           *
      *                                                                *
      *           A BATCH THAT BALANCES HAS ITS COUNT AND TOTAL (IN   *
      *           PENNIES) REGISTERED THROUGH WCTLTOT UNDER ITS OWN   *
      *           TRIPLE, DB-VOL/DB-LIB/DB-FILE.  THE POSTING STEP    *
      *           TAKES EACH BATCH FROM "NXT", RECOUNTS THE BATCH'S   *
      *           DOCUMENTS AND VERIFIES THEM WITH WCTLTOT "VER"      *
      *           BEFORE POSTING, THEN MARKS IT WITH "PST".  OPENS,   *
      *           CLOSES, CORRECTIONS AND POSTINGS ARE LOGGED THROUGH *
      *           WISPERRLOG.                                         *
      *                                                                *
      *           BATCH NUMBERS COME FROM THE WDOCNUM SERIES DOCBAT   *
      *           (ITS HIGH NUMBER NO MORE THAN 99999999) SO TWO      *
      *           CLERKS OPENING AT ONCE CANNOT DRAW THE SAME ONE; A  *
      *           SITE WITHOUT THAT SERIES NUMBERS ONE UP FROM THE    *
      *           HIGHEST BATCH ON FILE.                              *
      *                                                                *
      *           WDOCBAT.DAT IS READ WHOLE AND REWRITTEN ON EVERY    *
      *           CHANGE, THE SAME WAY WENQ KEEPS WENQLOCK.DAT.  A    *
      *           POSTED BATCH DROPS OFF WHEN IT IS OLDER THAN        *
      *           WISPCFG DOCBATKEEP DAYS (DEFAULT 90); ITS WCTLTOT   *
      *           AND GTPMAUD RECORDS REMAIN.                         *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WDOCBAT-FILE ASSIGN TO "WDOCBAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WDB-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WDOCBAT-FILE.
       01  WDOCBAT-FILE-RECORD       PIC X(179).

       WORKING-STORAGE SECTION.

       01  WDB-FILE-STATUS           PIC XX.
       01  WDB-EOF-SWITCH            PIC X.
           88  WDB-EOF                         VALUE "Y".

      *    The batches, held whole for the rewrite.
       01  WDB-BATCH-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WDB-BATCH-MAX             PIC 9(4) VALUE 1000.
       01  WDB-BATCH-OVERFLOW-SWITCH PIC X     VALUE "N".
           88  WDB-BATCH-OVERFLOW              VALUE "Y".
       01  WDB-BATCH-TABLE.
           05  WDB-BATCH-ENTRY       PIC X(179)
                                     OCCURS 1000 TIMES
                                     INDEXED BY WDB-X.
       01  WDB-MATCH-NUM             PIC 9(4) COMP.
       01  WDB-HELD-NUM              PIC 9(4) COMP.
       01  WDB-HIGH-ID               PIC 9(8).
       01  WDB-ENTRY-VIEW.
           05  WDB-VIEW-ID           PIC 9(8).
           05  FILLER                PIC X.
           05  WDB-VIEW-STATUS       PIC X.
           05  FILLER                PIC X.
           05  WDB-VIEW-CLERK        PIC X(8).
           05  FILLER                PIC X(81).
           05  WDB-VIEW-POST-DATE    PIC 9(8).
           05  FILLER                PIC X(71).

      *    What the caller passed, kept across the table search.
       01  WDB-CALLER-ID             PIC 9(8).
       01  WDB-CALLER-HDR-COUNT      PIC 9(5).
       01  WDB-CALLER-HDR-AMOUNT     PIC 9(13)V99.
       01  WDB-CALLER-DOC-AMOUNT     PIC 9(13)V99.

       01  WDB-ENV-VALUE             PIC X(40).
       01  WDB-CLERK                 PIC X(8).
       01  WDB-RUN-ID                PIC X(20).
       01  WDB-TIMESTAMP.
           05  WDB-STAMP-DATE        PIC 9(8).
           05  WDB-STAMP-TIME        PIC 9(8).

      *    The WCTLTOT registration of a balanced batch.
       01  WDB-CTL-COUNT             PIC 9(9).
       01  WDB-CTL-AMOUNT            PIC 9(15).
       01  WDB-CTL-RETURN            PIC 9.

      *    The batch number, from the DOCBAT series.
       COPY "wdocnum.cpy".
       01  WDB-NUM-RETURN            PIC 9.

      *    Posted-batch housekeeping.
       01  WDB-CFG-KEY               PIC X(20).
       01  WDB-CFG-VALUE             PIC X(80).
       01  WDB-CFG-NUMBER            PIC 9(5).
       01  WDB-KEEP-DAYS             PIC 9(5)  VALUE 90.
       01  WDB-AGE-DAYS              PIC S9(8) COMP.

       01  WDB-ERRLOG-PARA           PIC X(30).
       01  WDB-ERRLOG-DETAIL         PIC X(80).
       01  WDB-EVENT-TEXT            PIC X(8).
       01  WDB-ID-DISPLAY            PIC 9(8).
       01  WDB-COUNT-DISPLAY         PIC ZZZZ9.
       01  WDB-HDR-AMT-DISPLAY       PIC Z(10)9.99.
       01  WDB-KEY-AMT-DISPLAY       PIC Z(10)9.99.

       LINKAGE SECTION.

       01  WDB-FUNC                  PIC X(3).
       COPY "wdocbat.cpy".
       01  WDB-RETURN                PIC 9.

       PROCEDURE DIVISION USING WDB-FUNC, WDOCBAT-RECORD,
                                WDB-RETURN.

       MAIN-WDOCBAT.

           MOVE ZERO TO WDB-RETURN.
           ACCEPT WDB-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WDB-STAMP-TIME FROM TIME.
           MOVE SPACES TO WDB-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WDB-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WDB-ENV-VALUE (1:8) TO WDB-CLERK.
           MOVE SPACES TO WDB-ENV-VALUE.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WDB-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WDB-ENV-VALUE (1:20) TO WDB-RUN-ID.

           MOVE ZERO TO WDB-CALLER-ID WDB-CALLER-HDR-COUNT
                        WDB-CALLER-HDR-AMOUNT WDB-CALLER-DOC-AMOUNT.
           IF DB-BATCH-ID IS NUMERIC
               MOVE DB-BATCH-ID TO WDB-CALLER-ID
           END-IF.
           IF DB-HDR-COUNT IS NUMERIC
               MOVE DB-HDR-COUNT TO WDB-CALLER-HDR-COUNT
           END-IF.
           IF DB-HDR-AMOUNT IS NUMERIC
               MOVE DB-HDR-AMOUNT TO WDB-CALLER-HDR-AMOUNT
           END-IF.
           IF DB-DOC-AMOUNT IS NUMERIC
               MOVE DB-DOC-AMOUNT TO WDB-CALLER-DOC-AMOUNT
           END-IF.

           PERFORM LOAD-BATCH-TABLE
               THRU LOAD-BATCH-TABLE-EXIT.

           EVALUATE WDB-FUNC
               WHEN "OPN"
                   PERFORM TAKE-OPN-ACTION
                       THRU TAKE-OPN-ACTION-EXIT
               WHEN "DOC"
                   PERFORM TAKE-DOC-ACTION
                       THRU TAKE-DOC-ACTION-EXIT
               WHEN "DEL"
                   PERFORM TAKE-DEL-ACTION
                       THRU TAKE-DEL-ACTION-EXIT
               WHEN "CLS"
                   PERFORM TAKE-CLS-ACTION
                       THRU TAKE-CLS-ACTION-EXIT
               WHEN "ROP"
                   PERFORM TAKE-ROP-ACTION
                       THRU TAKE-ROP-ACTION-EXIT
               WHEN "HDR"
                   PERFORM TAKE-HDR-ACTION
                       THRU TAKE-HDR-ACTION-EXIT
               WHEN "NXT"
                   PERFORM TAKE-NXT-ACTION
                       THRU TAKE-NXT-ACTION-EXIT
               WHEN "PST"
                   PERFORM TAKE-PST-ACTION
                       THRU TAKE-PST-ACTION-EXIT
               WHEN "GET"
                   PERFORM FIND-BATCH-BY-ID
                   IF WDB-MATCH-NUM = ZERO
                       MOVE 1 TO WDB-RETURN
                   ELSE
                       MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM)
                           TO WDOCBAT-RECORD
                   END-IF
           END-EVALUATE.

           EXIT PROGRAM.

      ****************************************************************
      * OPN -- THE CLERK OPENS A BATCH FROM THE TAPE.                *
      ****************************************************************

       TAKE-OPN-ACTION.

           PERFORM FIND-OPEN-BATCH.
           IF WDB-MATCH-NUM > ZERO
               MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-OPN-ACTION-EXIT
           END-IF.
           IF WDB-CALLER-HDR-COUNT = ZERO
               MOVE 2 TO WDB-RETURN
               GO TO TAKE-OPN-ACTION-EXIT
           END-IF.
           IF WDB-BATCH-OVERFLOW OR WDB-BATCH-COUNT NOT < WDB-BATCH-MAX
               MOVE 3 TO WDB-RETURN
               GO TO TAKE-OPN-ACTION-EXIT
           END-IF.

      *    The number comes from the DOCBAT document-number series
      *    when the site has defined one; without it, one up from
      *    the highest on file as before.
           MOVE SPACES TO WDOCNUM-RECORD.
           MOVE "DOCBAT" TO DN-SERIES.
           MOVE "WDOCBAT" TO DN-PROGRAM.
           CALL "WDOCNUM" USING "NXT", WDOCNUM-RECORD, WDB-NUM-RETURN
               ON EXCEPTION
                   MOVE 1 TO WDB-NUM-RETURN
           END-CALL.
           IF WDB-NUM-RETURN > 1
               MOVE 4 TO WDB-RETURN
               GO TO TAKE-OPN-ACTION-EXIT
           END-IF.

           IF WDB-NUM-RETURN = ZERO
               MOVE DN-NUMBER TO WDB-HIGH-ID
           ELSE
               MOVE ZERO TO WDB-HIGH-ID
               PERFORM VARYING WDB-X FROM 1 BY 1
                       UNTIL WDB-X > WDB-BATCH-COUNT
                   MOVE WDB-BATCH-ENTRY (WDB-X) TO WDB-ENTRY-VIEW
                   IF WDB-VIEW-ID IS NUMERIC
                           AND WDB-VIEW-ID > WDB-HIGH-ID
                       MOVE WDB-VIEW-ID TO WDB-HIGH-ID
                   END-IF
               END-PERFORM
               ADD 1 TO WDB-HIGH-ID
           END-IF.

           MOVE SPACES TO WDOCBAT-RECORD.
           MOVE WDB-HIGH-ID TO DB-BATCH-ID.
           SET DB-OPEN TO TRUE.
           MOVE WDB-CLERK TO DB-CLERK.
           MOVE WDB-CALLER-HDR-COUNT TO DB-HDR-COUNT.
           MOVE WDB-CALLER-HDR-AMOUNT TO DB-HDR-AMOUNT.
           MOVE ZERO TO DB-KEY-COUNT DB-KEY-AMOUNT DB-DOC-AMOUNT
                        DB-CLOSE-DATE DB-CLOSE-TIME
                        DB-POST-DATE DB-POST-TIME.
           MOVE WDB-STAMP-DATE TO DB-OPEN-DATE.
           MOVE WDB-STAMP-TIME TO DB-OPEN-TIME.
           MOVE "DOCBAT" TO DB-VOL.
           MOVE "BATCHES" TO DB-LIB.
           MOVE DB-BATCH-ID TO DB-FILE.
           ADD 1 TO WDB-BATCH-COUNT.
           MOVE WDB-BATCH-COUNT TO WDB-MATCH-NUM.
           PERFORM PUT-BACK-BATCH.

           MOVE "TAKE-OPN-ACTION" TO WDB-ERRLOG-PARA.
           MOVE "OPENED" TO WDB-EVENT-TEXT.
           PERFORM LOG-THE-BATCH.

       TAKE-OPN-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * DOC / DEL -- ONE DOCUMENT INTO, OR BACK OUT OF, THE BATCH.   *
      ****************************************************************

       TAKE-DOC-ACTION.

           PERFORM FIND-OPEN-BATCH.
           IF WDB-MATCH-NUM = ZERO
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-DOC-ACTION-EXIT
           END-IF.
           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD.
           ADD 1 TO DB-KEY-COUNT.
           ADD WDB-CALLER-DOC-AMOUNT TO DB-KEY-AMOUNT.
           MOVE WDB-CALLER-DOC-AMOUNT TO DB-DOC-AMOUNT.
           PERFORM PUT-BACK-BATCH.

       TAKE-DOC-ACTION-EXIT.
           EXIT.

       TAKE-DEL-ACTION.

           PERFORM FIND-OPEN-BATCH.
           IF WDB-MATCH-NUM = ZERO
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-DEL-ACTION-EXIT
           END-IF.
           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD.
           IF DB-KEY-COUNT = ZERO
                   OR DB-KEY-AMOUNT < WDB-CALLER-DOC-AMOUNT
               MOVE 2 TO WDB-RETURN
               GO TO TAKE-DEL-ACTION-EXIT
           END-IF.
           SUBTRACT 1 FROM DB-KEY-COUNT.
           SUBTRACT WDB-CALLER-DOC-AMOUNT FROM DB-KEY-AMOUNT.
           MOVE WDB-CALLER-DOC-AMOUNT TO DB-DOC-AMOUNT.
           PERFORM PUT-BACK-BATCH.

       TAKE-DEL-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * CLS -- CLOSE AND BALANCE AGAINST THE HEADER.                 *
      ****************************************************************

       TAKE-CLS-ACTION.

           PERFORM FIND-OPEN-BATCH.
           IF WDB-MATCH-NUM = ZERO
               MOVE 2 TO WDB-RETURN
               GO TO TAKE-CLS-ACTION-EXIT
           END-IF.
           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD.
           MOVE "TAKE-CLS-ACTION" TO WDB-ERRLOG-PARA.
           PERFORM BALANCE-THE-BATCH.

       TAKE-CLS-ACTION-EXIT.
           EXIT.

      *    THE BATCH IN WDOCBAT-RECORD, AT WDB-MATCH-NUM, AGAINST ITS
      *    HEADER: RELEASED WHEN IT BALANCES, HELD WHEN IT DOES NOT.
       BALANCE-THE-BATCH.

           MOVE WDB-STAMP-DATE TO DB-CLOSE-DATE.
           MOVE WDB-STAMP-TIME TO DB-CLOSE-TIME.
           IF DB-KEY-COUNT = DB-HDR-COUNT
                   AND DB-KEY-AMOUNT = DB-HDR-AMOUNT
               SET DB-BALANCED TO TRUE
               MOVE DB-KEY-COUNT TO WDB-CTL-COUNT
               COMPUTE WDB-CTL-AMOUNT = DB-KEY-AMOUNT * 100
               CALL "WCTLTOT" USING "REG", DB-VOL, DB-LIB, DB-FILE,
                   WDB-CTL-COUNT, WDB-CTL-AMOUNT, WDB-CTL-RETURN
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE "BALANCED" TO WDB-EVENT-TEXT
           ELSE
               SET DB-HELD TO TRUE
               MOVE 1 TO WDB-RETURN
               MOVE "HELD" TO WDB-EVENT-TEXT
           END-IF.
           PERFORM PUT-BACK-BATCH.
           PERFORM LOG-THE-BATCH.

      ****************************************************************
      * ROP / HDR -- CORRECTING A HELD BATCH.                        *
      ****************************************************************

       TAKE-ROP-ACTION.

           PERFORM FIND-BATCH-BY-ID.
           IF WDB-MATCH-NUM = ZERO
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-ROP-ACTION-EXIT
           END-IF.
           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDB-ENTRY-VIEW.
           IF WDB-VIEW-STATUS NOT = "H"
                   OR WDB-VIEW-CLERK NOT = WDB-CLERK
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-ROP-ACTION-EXIT
           END-IF.
           MOVE WDB-MATCH-NUM TO WDB-HELD-NUM.
           PERFORM FIND-OPEN-BATCH.
           IF WDB-MATCH-NUM > ZERO
               MOVE 2 TO WDB-RETURN
               GO TO TAKE-ROP-ACTION-EXIT
           END-IF.
           MOVE WDB-HELD-NUM TO WDB-MATCH-NUM.

           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD.
           SET DB-OPEN TO TRUE.
           PERFORM PUT-BACK-BATCH.
           MOVE "TAKE-ROP-ACTION" TO WDB-ERRLOG-PARA.
           MOVE "REOPENED" TO WDB-EVENT-TEXT.
           PERFORM LOG-THE-BATCH.

       TAKE-ROP-ACTION-EXIT.
           EXIT.

       TAKE-HDR-ACTION.

           PERFORM FIND-BATCH-BY-ID.
           IF WDB-MATCH-NUM = ZERO
               MOVE 2 TO WDB-RETURN
               GO TO TAKE-HDR-ACTION-EXIT
           END-IF.
           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD.
           IF NOT DB-HELD
               MOVE 2 TO WDB-RETURN
               GO TO TAKE-HDR-ACTION-EXIT
           END-IF.
           MOVE WDB-CALLER-HDR-COUNT TO DB-HDR-COUNT.
           MOVE WDB-CALLER-HDR-AMOUNT TO DB-HDR-AMOUNT.
           MOVE "TAKE-HDR-ACTION" TO WDB-ERRLOG-PARA.
           PERFORM BALANCE-THE-BATCH.

       TAKE-HDR-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * NXT / PST -- THE POSTING STEP'S SIDE.                        *
      ****************************************************************

       TAKE-NXT-ACTION.

           MOVE ZERO TO WDB-MATCH-NUM WDB-HIGH-ID.
           PERFORM VARYING WDB-X FROM 1 BY 1
                   UNTIL WDB-X > WDB-BATCH-COUNT
               MOVE WDB-BATCH-ENTRY (WDB-X) TO WDB-ENTRY-VIEW
               IF WDB-VIEW-STATUS = "B"
                       AND (WDB-MATCH-NUM = ZERO
                         OR WDB-VIEW-ID < WDB-HIGH-ID)
                   SET WDB-MATCH-NUM TO WDB-X
                   MOVE WDB-VIEW-ID TO WDB-HIGH-ID
               END-IF
           END-PERFORM.
           IF WDB-MATCH-NUM = ZERO
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-NXT-ACTION-EXIT
           END-IF.
           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD.

       TAKE-NXT-ACTION-EXIT.
           EXIT.

       TAKE-PST-ACTION.

           PERFORM FIND-BATCH-BY-ID.
           IF WDB-MATCH-NUM = ZERO
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-PST-ACTION-EXIT
           END-IF.
           MOVE WDB-BATCH-ENTRY (WDB-MATCH-NUM) TO WDOCBAT-RECORD.
           IF NOT DB-BALANCED
               MOVE 1 TO WDB-RETURN
               GO TO TAKE-PST-ACTION-EXIT
           END-IF.
           SET DB-POSTED TO TRUE.
           MOVE WDB-STAMP-DATE TO DB-POST-DATE.
           MOVE WDB-STAMP-TIME TO DB-POST-TIME.
           MOVE WDB-RUN-ID TO DB-POST-RUN.
           PERFORM PUT-BACK-BATCH.
           MOVE "TAKE-PST-ACTION" TO WDB-ERRLOG-PARA.
           MOVE "POSTED" TO WDB-EVENT-TEXT.
           PERFORM LOG-THE-BATCH.

       TAKE-PST-ACTION-EXIT.
           EXIT.

      *    THE CLERK'S OPEN BATCH, IF ANY.
       FIND-OPEN-BATCH.

           MOVE ZERO TO WDB-MATCH-NUM.
           PERFORM VARYING WDB-X FROM 1 BY 1
                   UNTIL WDB-X > WDB-BATCH-COUNT
                      OR WDB-MATCH-NUM > ZERO
               MOVE WDB-BATCH-ENTRY (WDB-X) TO WDB-ENTRY-VIEW
               IF WDB-VIEW-STATUS = "O"
                       AND WDB-VIEW-CLERK = WDB-CLERK
                   SET WDB-MATCH-NUM TO WDB-X
               END-IF
           END-PERFORM.

       FIND-BATCH-BY-ID.

           MOVE ZERO TO WDB-MATCH-NUM.
           PERFORM VARYING WDB-X FROM 1 BY 1
                   UNTIL WDB-X > WDB-BATCH-COUNT
                      OR WDB-MATCH-NUM > ZERO
               MOVE WDB-BATCH-ENTRY (WDB-X) TO WDB-ENTRY-VIEW
               IF WDB-VIEW-ID IS NUMERIC
                       AND WDB-VIEW-ID = WDB-CALLER-ID
                   SET WDB-MATCH-NUM TO WDB-X
               END-IF
           END-PERFORM.

      *    WDOCBAT-RECORD BACK INTO THE TABLE AT WDB-MATCH-NUM, AND
      *    THE TABLE BACK TO THE FILE.
       PUT-BACK-BATCH.

           MOVE WDOCBAT-RECORD TO WDB-BATCH-ENTRY (WDB-MATCH-NUM).
           PERFORM REWRITE-BATCH-FILE
               THRU REWRITE-BATCH-FILE-EXIT.

       LOG-THE-BATCH.

           MOVE DB-BATCH-ID TO WDB-ID-DISPLAY.
           MOVE DB-KEY-COUNT TO WDB-COUNT-DISPLAY.
           MOVE DB-HDR-AMOUNT TO WDB-HDR-AMT-DISPLAY.
           MOVE DB-KEY-AMOUNT TO WDB-KEY-AMT-DISPLAY.
           MOVE SPACES TO WDB-ERRLOG-DETAIL.
           STRING "BATCH "                      DELIMITED BY SIZE
                  WDB-ID-DISPLAY                DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WDB-EVENT-TEXT                DELIMITED BY SIZE
                  " BY "                        DELIMITED BY SIZE
                  DB-CLERK                      DELIMITED BY SPACE
                  " KEYED="                     DELIMITED BY SIZE
                  WDB-COUNT-DISPLAY             DELIMITED BY SIZE
                  WDB-KEY-AMT-DISPLAY           DELIMITED BY SIZE
                  " HDR="                       DELIMITED BY SIZE
                  WDB-HDR-AMT-DISPLAY           DELIMITED BY SIZE
                  INTO WDB-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WDOCBAT", WDB-ERRLOG-PARA,
               WDB-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

       LOAD-BATCH-TABLE.

           MOVE ZERO TO WDB-BATCH-COUNT.
           MOVE "N" TO WDB-EOF-SWITCH WDB-BATCH-OVERFLOW-SWITCH.
           OPEN INPUT WDOCBAT-FILE.
           IF WDB-FILE-STATUS NOT = "00"
               GO TO LOAD-BATCH-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WDB-EOF
               READ WDOCBAT-FILE
                   AT END
                       SET WDB-EOF TO TRUE
                   NOT AT END
                       IF WDOCBAT-FILE-RECORD NOT = SPACES
                           IF WDB-BATCH-COUNT < WDB-BATCH-MAX
                               ADD 1 TO WDB-BATCH-COUNT
                               MOVE WDOCBAT-FILE-RECORD
                                   TO WDB-BATCH-ENTRY (WDB-BATCH-COUNT)
                           ELSE
                               SET WDB-BATCH-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDOCBAT-FILE.

       LOAD-BATCH-TABLE-EXIT.
           EXIT.

      *    A FILE THE TABLE COULD NOT HOLD WHOLE IS NEVER REWRITTEN
      *    FROM IT -- THE BATCHES PAST THE TABLE WOULD BE LOST.
       REWRITE-BATCH-FILE.

           IF WDB-BATCH-OVERFLOW
               GO TO REWRITE-BATCH-FILE-EXIT
           END-IF.
           MOVE "DOCBATKEEP" TO WDB-CFG-KEY.
           MOVE SPACES TO WDB-CFG-VALUE.
           MOVE ZERO TO WDB-CFG-NUMBER.
           CALL "WISPCFG" USING WDB-CFG-KEY, WDB-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "WCFGNUM" USING WDB-CFG-VALUE, WDB-CFG-NUMBER
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WDB-CFG-NUMBER > ZERO
               MOVE WDB-CFG-NUMBER TO WDB-KEEP-DAYS
           END-IF.

           OPEN OUTPUT WDOCBAT-FILE.
           PERFORM VARYING WDB-X FROM 1 BY 1
                   UNTIL WDB-X > WDB-BATCH-COUNT
               MOVE WDB-BATCH-ENTRY (WDB-X) TO WDB-ENTRY-VIEW
               MOVE ZERO TO WDB-AGE-DAYS
               IF WDB-VIEW-STATUS = "P"
                       AND WDB-VIEW-POST-DATE IS NUMERIC
                       AND WDB-VIEW-POST-DATE > ZERO
                   COMPUTE WDB-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WDB-STAMP-DATE)
                       - FUNCTION INTEGER-OF-DATE (WDB-VIEW-POST-DATE)
               END-IF
               IF WDB-AGE-DAYS NOT > WDB-KEEP-DAYS
                   MOVE WDB-BATCH-ENTRY (WDB-X) TO WDOCBAT-FILE-RECORD
                   WRITE WDOCBAT-FILE-RECORD
               END-IF
           END-PERFORM.
           CLOSE WDOCBAT-FILE.

       REWRITE-BATCH-FILE-EXIT.
           EXIT.
