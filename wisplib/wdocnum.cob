       IDENTIFICATION DIVISION.
       PROGRAM-ID. WDOCNUM.
      ****************************************************************
      * WDOCNUM -- CENTRAL DOCUMENT-NUMBER SERVICE.                   *
      *                                                                *
      *           EVERY PROGRAM THAT NUMBERED DOCUMENTS KEPT ITS OWN  *
      *           CONTROL RECORD; AFTER A CRASH TWO SESSIONS HANDED   *
      *           OUT THE SAME INVOICE NUMBER, AND NOBODY COULD SAY   *
      *           WHY OTHERS WERE MISSING.  NUMBERS NOW COME FROM     *
      *           NAMED SERIES IN WDOCNUM.DAT (COPY "wdocnum"):       *
      *                                                                *
      *               CALL "WDOCNUM" USING FUNC, WDOCNUM-RECORD, RET  *
      *                                                                *
      *           WDN-FUNC "NXT" - THE NEXT NUMBER OF SERIES          *
      *                            DN-SERIES, FOR PROGRAM DN-PROGRAM. *
      *                              RET 0 = ISSUED -- DN-NUMBER AND  *
      *                                      DN-DOC-NUMBER (PREFIX    *
      *                                      AND NUMBER) ARE SET.     *
      *                              RET 1 = NO SUCH SERIES.          *
      *                              RET 2 = THE SERIES COULD NOT BE  *
      *                                      CLAIMED OR REWRITTEN --  *
      *                                      NOTHING WAS ISSUED.      *
      *                              RET 3 = THE SERIES' RANGE IS     *
      *                                      USED UP.                 *
      *                    "VOI" - VOID NUMBER DN-NUMBER OF SERIES    *
      *                            DN-SERIES FOR DN-REASON.  THE      *
      *                            NUMBER IS LOOKED FOR IN PERIOD     *
      *                            DN-PERIOD AS LEFT BY "NXT", OR THE *
      *                            SERIES' CURRENT PERIOD WHEN ZERO.  *
      *                              RET 0 = VOIDED.                  *
      *                              RET 1 = NO SUCH SERIES.          *
      *                              RET 2 = THE SERIES COULD NOT BE  *
      *                                      CLAIMED.                 *
      *                              RET 3 = THAT NUMBER WAS NEVER    *
      *                                      ISSUED IN THE PERIOD.    *
      *                              RET 4 = IT IS ALREADY VOIDED.    *
      *                              RET 5 = NO REASON GIVEN.         *
      *                    "GET" - SERIES DN-SERIES AS IT STANDS.     *
      *                              RET 0 = RETURNED.                *
      *                              RET 1 = NO SUCH SERIES.          *
      *                                                                *
      *           NXT AND VOI RUN UNDER THE WENQ LOCK "DOCNUM",       *
      *           TAKEN WITH "WAI" SO A SECOND SESSION QUEUES BEHIND  *
      *           THE FIRST INSTEAD OF FAILING, AND WDOCNUM.DAT IS    *
      *           READ AND REWRITTEN WHOLE INSIDE THE CLAIM.  THE     *
      *           SERIES IS REWRITTEN BEFORE THE ISSUE IS JOURNALLED: *
      *           A CRASH BETWEEN THE TWO LOSES A NUMBER (A GAP THE   *
      *           WDOCGAP REPORT SHOWS) AND NEVER REISSUES ONE.       *
      *                                                                *
      *           EVERY ISSUE AND VOID IS JOURNALLED IN WDOCNUM.LOG   *
      *           (COPY "wdociss") THROUGH WLOGWRT WITH THE SESSION'S *
      *           WISPOPERID AND WISPRUNID AND THE CALLER'S PROGRAM.  *
      *           A PERIOD RESET AND A USED-UP RANGE ARE LOGGED       *
      *           THROUGH WISPERRLOG.                                 *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WDOCNUM-FILE ASSIGN TO "WDOCNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WDN-FILE-STATUS.
           SELECT WDOCISS-FILE ASSIGN TO "WDOCNUM.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WDN-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WDOCNUM-FILE.
       01  WDOCNUM-FILE-RECORD       PIC X(176).
       FD  WDOCISS-FILE.
       01  WDOCISS-FILE-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.

       COPY "wdociss.cpy".

       01  WDN-FILE-STATUS           PIC XX.
       01  WDN-LOG-STATUS            PIC XX.
       01  WDN-EOF-SWITCH            PIC X.
           88  WDN-EOF                         VALUE "Y".
       01  WDN-REWRITE-OK-SWITCH     PIC X.
           88  WDN-REWRITE-OK                  VALUE "Y".

      *    The series, held whole for the rewrite.
       01  WDN-SERIES-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WDN-SERIES-MAX            PIC 9(4) VALUE 200.
       01  WDN-SERIES-OVERFLOW-SWITCH PIC X    VALUE "N".
           88  WDN-SERIES-OVERFLOW             VALUE "Y".
       01  WDN-SERIES-TABLE.
           05  WDN-SERIES-ENTRY      PIC X(176)
                                     OCCURS 200 TIMES
                                     INDEXED BY WDN-X.
       01  WDN-MATCH-NUM             PIC 9(4) COMP.
       01  WDN-ENTRY-VIEW.
           05  WDN-VIEW-SERIES       PIC X(8).
           05  FILLER                PIC X(168).

      *    What the caller passed, kept across the table search.
       01  WDN-CALLER-SERIES         PIC X(8).
       01  WDN-CALLER-NUMBER         PIC 9(10).
       01  WDN-CALLER-PERIOD         PIC 9(6).
       01  WDN-CALLER-PROGRAM        PIC X(8).
       01  WDN-CALLER-REASON         PIC X(40).

       01  WDN-LOCK-NAME             PIC X(20) VALUE "DOCNUM".
       01  WDN-ENQ-RETURN            PIC 9.
       01  WDN-BUSINESS-DATE         PIC 9(8).
       01  WDN-BUSINESS-DATE-X REDEFINES WDN-BUSINESS-DATE.
           05  WDN-BUSINESS-YYYY     PIC 9(4).
           05  WDN-BUSINESS-MM       PIC 9(2).
           05  FILLER                PIC 9(2).
       01  WDN-NEW-PERIOD            PIC 9(6).
       01  WDN-NEXT-NUMBER           PIC 9(10).
       01  WDN-NUMBER-TEXT           PIC 9(10).
       01  WDN-HIGH-TEXT             PIC 9(10).
       01  WDN-LEAD-ZEROS            PIC 9(2) COMP.
       01  WDN-DIGITS                PIC 9(2) COMP.
       01  WDN-ISSUED-SWITCH         PIC X.
           88  WDN-WAS-ISSUED                  VALUE "Y".
       01  WDN-VOIDED-SWITCH         PIC X.
           88  WDN-WAS-VOIDED                  VALUE "Y".

       01  WDN-ENV-VALUE             PIC X(40).
       01  WDN-OPERATOR              PIC X(8).
       01  WDN-RUN-ID                PIC X(20).
       01  WDN-TIMESTAMP.
           05  WDN-STAMP-DATE        PIC 9(8).
           05  WDN-STAMP-TIME        PIC 9(8).

       01  WDN-LOG-NAME              PIC X(12) VALUE "WDOCNUM.LOG".
       01  WDN-LOG-LENGTH            PIC 9(4) COMP VALUE 144.
       01  WDN-ERRLOG-PARA           PIC X(30).
       01  WDN-ERRLOG-DETAIL         PIC X(80).
       01  WDN-PERIOD-DISPLAY        PIC 9(6).

       LINKAGE SECTION.

       01  WDN-FUNC                  PIC X(3).
       COPY "wdocnum.cpy".
       01  WDN-RETURN                PIC 9.

       PROCEDURE DIVISION USING WDN-FUNC, WDOCNUM-RECORD,
                                WDN-RETURN.

       MAIN-WDOCNUM.

           MOVE ZERO TO WDN-RETURN.
           ACCEPT WDN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WDN-STAMP-TIME FROM TIME.
           MOVE SPACES TO WDN-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WDN-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WDN-ENV-VALUE (1:8) TO WDN-OPERATOR.
           MOVE SPACES TO WDN-ENV-VALUE.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WDN-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WDN-ENV-VALUE (1:20) TO WDN-RUN-ID.

           MOVE DN-SERIES TO WDN-CALLER-SERIES.
           MOVE DN-PROGRAM TO WDN-CALLER-PROGRAM.
           MOVE DN-REASON TO WDN-CALLER-REASON.
           MOVE ZERO TO WDN-CALLER-NUMBER WDN-CALLER-PERIOD.
           IF DN-NUMBER IS NUMERIC
               MOVE DN-NUMBER TO WDN-CALLER-NUMBER
           END-IF.
           IF DN-PERIOD IS NUMERIC
               MOVE DN-PERIOD TO WDN-CALLER-PERIOD
           END-IF.

           IF WDN-FUNC = "GET"
               PERFORM LOAD-SERIES-TABLE
                   THRU LOAD-SERIES-TABLE-EXIT
               PERFORM FIND-SERIES
               IF WDN-MATCH-NUM = ZERO
                   MOVE 1 TO WDN-RETURN
               ELSE
                   MOVE WDN-SERIES-ENTRY (WDN-MATCH-NUM)
                       TO WDOCNUM-RECORD
               END-IF
               GO TO WDOCNUM-EXIT
           END-IF.

           IF WDN-FUNC NOT = "NXT" AND WDN-FUNC NOT = "VOI"
               MOVE 1 TO WDN-RETURN
               GO TO WDOCNUM-EXIT
           END-IF.

           CALL "WENQ" USING "WAI", WDN-LOCK-NAME, WDN-ENQ-RETURN.
           IF WDN-ENQ-RETURN NOT = ZERO
               MOVE 2 TO WDN-RETURN
               GO TO WDOCNUM-EXIT
           END-IF.

           PERFORM LOAD-SERIES-TABLE
               THRU LOAD-SERIES-TABLE-EXIT.
           PERFORM FIND-SERIES.
           IF WDN-MATCH-NUM = ZERO
               MOVE 1 TO WDN-RETURN
           ELSE
               IF WDN-FUNC = "NXT"
                   PERFORM TAKE-NXT-ACTION
                       THRU TAKE-NXT-ACTION-EXIT
               ELSE
                   PERFORM TAKE-VOI-ACTION
                       THRU TAKE-VOI-ACTION-EXIT
               END-IF
           END-IF.

           CALL "WENQ" USING "DEQ", WDN-LOCK-NAME, WDN-ENQ-RETURN.

       WDOCNUM-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * NXT -- ONE UP FROM THE LAST ISSUED, STARTING OVER AT THE LOW *
      * NUMBER WHEN THE RESET RULE BEGINS A NEW PERIOD.              *
      ****************************************************************

       TAKE-NXT-ACTION.

           MOVE WDN-SERIES-ENTRY (WDN-MATCH-NUM) TO WDOCNUM-RECORD.
           PERFORM SET-CURRENT-PERIOD.
           IF DN-PERIOD IS NOT NUMERIC
                   OR DN-PERIOD NOT = WDN-NEW-PERIOD
               MOVE WDN-NEW-PERIOD TO DN-PERIOD
               MOVE ZERO TO DN-CURRENT
               MOVE "TAKE-NXT-ACTION" TO WDN-ERRLOG-PARA
               MOVE WDN-NEW-PERIOD TO WDN-PERIOD-DISPLAY
               MOVE SPACES TO WDN-ERRLOG-DETAIL
               STRING "SERIES " DN-SERIES " STARTS PERIOD "
                      WDN-PERIOD-DISPLAY " AT ITS LOW NUMBER"
                      DELIMITED BY SIZE
                      INTO WDN-ERRLOG-DETAIL
               END-STRING
               PERFORM LOG-THE-EVENT
           END-IF.

           IF DN-CURRENT < DN-LOW
               MOVE DN-LOW TO WDN-NEXT-NUMBER
           ELSE
               COMPUTE WDN-NEXT-NUMBER = DN-CURRENT + 1
                   ON SIZE ERROR
                       MOVE 9999999999 TO WDN-NEXT-NUMBER
               END-COMPUTE
           END-IF.
           IF WDN-NEXT-NUMBER > DN-HIGH OR DN-CURRENT = 9999999999
               MOVE 3 TO WDN-RETURN
               MOVE "TAKE-NXT-ACTION" TO WDN-ERRLOG-PARA
               MOVE SPACES TO WDN-ERRLOG-DETAIL
               STRING "SERIES " DN-SERIES " IS USED UP -- NO NUMBER "
                      "FOR " WDN-CALLER-PROGRAM
                      DELIMITED BY SIZE
                      INTO WDN-ERRLOG-DETAIL
               END-STRING
               PERFORM LOG-THE-EVENT
               GO TO TAKE-NXT-ACTION-EXIT
           END-IF.

           MOVE WDN-NEXT-NUMBER TO DN-CURRENT DN-NUMBER.
           PERFORM FORMAT-DOC-NUMBER.
           MOVE WDN-CALLER-PROGRAM TO DN-PROGRAM.
           MOVE SPACES TO DN-REASON.
           MOVE WDOCNUM-RECORD TO WDN-SERIES-ENTRY (WDN-MATCH-NUM).
           PERFORM REWRITE-SERIES-FILE
               THRU REWRITE-SERIES-FILE-EXIT.
           IF NOT WDN-REWRITE-OK
               MOVE 2 TO WDN-RETURN
               GO TO TAKE-NXT-ACTION-EXIT
           END-IF.

           SET DI-ISSUED TO TRUE.
           PERFORM JOURNAL-THE-NUMBER.

       TAKE-NXT-ACTION-EXIT.
           EXIT.

      *    THE PERIOD THE RESET RULE PUTS THE BUSINESS DATE IN.
       SET-CURRENT-PERIOD.

           CALL "WBATDATE" USING "GET", WDN-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WDN-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.
           EVALUATE TRUE
               WHEN DN-RESET-YEARLY
                   COMPUTE WDN-NEW-PERIOD = WDN-BUSINESS-YYYY * 100
               WHEN DN-RESET-MONTHLY
                   COMPUTE WDN-NEW-PERIOD = WDN-BUSINESS-YYYY * 100
                                          + WDN-BUSINESS-MM
               WHEN OTHER
                   MOVE ZERO TO WDN-NEW-PERIOD
           END-EVALUATE.

      *    THE PREFIX AND THE NUMBER, ZERO-FILLED TO THE WIDTH OF THE
      *    SERIES' HIGH NUMBER.
       FORMAT-DOC-NUMBER.

           MOVE DN-NUMBER TO WDN-NUMBER-TEXT.
           MOVE DN-HIGH TO WDN-HIGH-TEXT.
           MOVE ZERO TO WDN-LEAD-ZEROS.
           INSPECT WDN-HIGH-TEXT TALLYING WDN-LEAD-ZEROS
               FOR LEADING "0".
           COMPUTE WDN-DIGITS = 10 - WDN-LEAD-ZEROS.
           IF WDN-DIGITS = ZERO
               MOVE 1 TO WDN-DIGITS
           END-IF.
           MOVE SPACES TO DN-DOC-NUMBER.
           STRING DN-PREFIX DELIMITED BY SPACE
                  WDN-NUMBER-TEXT (11 - WDN-DIGITS:WDN-DIGITS)
                      DELIMITED BY SIZE
                  INTO DN-DOC-NUMBER
           END-STRING.

      ****************************************************************
      * VOI -- A NUMBER ISSUED AND NOT USED (A SPOILED CHEQUE, AN    *
      * INVOICE CANCELLED BEFORE IT WENT OUT) IS ACCOUNTED FOR WITH  *
      * A REASON.                                                    *
      ****************************************************************

       TAKE-VOI-ACTION.

           MOVE WDN-SERIES-ENTRY (WDN-MATCH-NUM) TO WDOCNUM-RECORD.
           IF WDN-CALLER-PERIOD = ZERO
               MOVE DN-PERIOD TO WDN-CALLER-PERIOD
           END-IF.
           MOVE WDN-CALLER-NUMBER TO DN-NUMBER.
           MOVE WDN-CALLER-PERIOD TO DN-PERIOD.
           PERFORM FORMAT-DOC-NUMBER.
           MOVE WDN-CALLER-PROGRAM TO DN-PROGRAM.
           MOVE WDN-CALLER-REASON TO DN-REASON.
           IF WDN-CALLER-REASON = SPACES
               MOVE 5 TO WDN-RETURN
               GO TO TAKE-VOI-ACTION-EXIT
           END-IF.

           PERFORM SCAN-JOURNAL
               THRU SCAN-JOURNAL-EXIT.
           IF NOT WDN-WAS-ISSUED
               MOVE 3 TO WDN-RETURN
               GO TO TAKE-VOI-ACTION-EXIT
           END-IF.
           IF WDN-WAS-VOIDED
               MOVE 4 TO WDN-RETURN
               GO TO TAKE-VOI-ACTION-EXIT
           END-IF.

           SET DI-VOIDED TO TRUE.
           PERFORM JOURNAL-THE-NUMBER.

       TAKE-VOI-ACTION-EXIT.
           EXIT.

      *    HAS THE CALLER'S NUMBER BEEN ISSUED, AND VOIDED, IN THE
      *    PERIOD?
       SCAN-JOURNAL.

           MOVE "N" TO WDN-ISSUED-SWITCH WDN-VOIDED-SWITCH
                       WDN-EOF-SWITCH.
           OPEN INPUT WDOCISS-FILE.
           IF WDN-LOG-STATUS NOT = "00"
               GO TO SCAN-JOURNAL-EXIT
           END-IF.
           PERFORM UNTIL WDN-EOF
               READ WDOCISS-FILE
                   AT END
                       SET WDN-EOF TO TRUE
                   NOT AT END
                       MOVE WDOCISS-FILE-RECORD (1:144)
                           TO WDOCISS-RECORD
                       IF DI-SERIES = DN-SERIES
                               AND DI-PERIOD = WDN-CALLER-PERIOD
                               AND DI-NUMBER = WDN-CALLER-NUMBER
                           IF DI-ISSUED
                               SET WDN-WAS-ISSUED TO TRUE
                           END-IF
                           IF DI-VOIDED
                               SET WDN-WAS-VOIDED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDOCISS-FILE.

       SCAN-JOURNAL-EXIT.
           EXIT.

      *    THE NUMBER IN WDOCNUM-RECORD, WITH THE EVENT ALREADY SET
      *    IN DI-EVENT, TO WDOCNUM.LOG.
       JOURNAL-THE-NUMBER.

           MOVE DN-SERIES TO DI-SERIES.
           MOVE DN-PERIOD TO DI-PERIOD.
           MOVE DN-NUMBER TO DI-NUMBER.
           MOVE DN-DOC-NUMBER TO DI-DOC-NUMBER.
           MOVE WDN-STAMP-DATE TO DI-DATE.
           MOVE WDN-STAMP-TIME TO DI-TIME.
           MOVE WDN-OPERATOR TO DI-OPERATOR.
           MOVE WDN-RUN-ID TO DI-RUN-ID.
           MOVE DN-PROGRAM TO DI-PROGRAM.
           MOVE DN-REASON TO DI-REASON.
           CALL "WLOGWRT" USING WDN-LOG-NAME, WDN-LOG-LENGTH,
               WDOCISS-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       LOG-THE-EVENT.

           CALL "WISPERRLOG" USING "WDOCNUM", WDN-ERRLOG-PARA,
               WDN-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

       FIND-SERIES.

           MOVE ZERO TO WDN-MATCH-NUM.
           PERFORM VARYING WDN-X FROM 1 BY 1
                   UNTIL WDN-X > WDN-SERIES-COUNT
                      OR WDN-MATCH-NUM > ZERO
               MOVE WDN-SERIES-ENTRY (WDN-X) TO WDN-ENTRY-VIEW
               IF WDN-VIEW-SERIES = WDN-CALLER-SERIES
                   SET WDN-MATCH-NUM TO WDN-X
               END-IF
           END-PERFORM.

       LOAD-SERIES-TABLE.

           MOVE ZERO TO WDN-SERIES-COUNT.
           MOVE "N" TO WDN-EOF-SWITCH WDN-SERIES-OVERFLOW-SWITCH.
           OPEN INPUT WDOCNUM-FILE.
           IF WDN-FILE-STATUS NOT = "00"
               GO TO LOAD-SERIES-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WDN-EOF
               READ WDOCNUM-FILE
                   AT END
                       SET WDN-EOF TO TRUE
                   NOT AT END
                       IF WDOCNUM-FILE-RECORD NOT = SPACES
                           IF WDN-SERIES-COUNT < WDN-SERIES-MAX
                               ADD 1 TO WDN-SERIES-COUNT
                               MOVE WDOCNUM-FILE-RECORD
                                 TO WDN-SERIES-ENTRY (WDN-SERIES-COUNT)
                           ELSE
                               SET WDN-SERIES-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WDOCNUM-FILE.

       LOAD-SERIES-TABLE-EXIT.
           EXIT.

      *    A FILE THE TABLE COULD NOT HOLD WHOLE IS NEVER REWRITTEN
      *    FROM IT -- THE SERIES PAST THE TABLE WOULD BE LOST.
       REWRITE-SERIES-FILE.

           MOVE "N" TO WDN-REWRITE-OK-SWITCH.
           IF WDN-SERIES-OVERFLOW
               GO TO REWRITE-SERIES-FILE-EXIT
           END-IF.
           OPEN OUTPUT WDOCNUM-FILE.
           IF WDN-FILE-STATUS NOT = "00"
               GO TO REWRITE-SERIES-FILE-EXIT
           END-IF.
           PERFORM VARYING WDN-X FROM 1 BY 1
                   UNTIL WDN-X > WDN-SERIES-COUNT
               MOVE WDN-SERIES-ENTRY (WDN-X) TO WDOCNUM-FILE-RECORD
               WRITE WDOCNUM-FILE-RECORD
           END-PERFORM.
           CLOSE WDOCNUM-FILE.
           SET WDN-REWRITE-OK TO TRUE.

       REWRITE-SERIES-FILE-EXIT.
           EXIT.
