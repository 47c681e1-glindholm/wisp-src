      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WBATOP.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Keyed document batch control over WDOCBAT
      *
      *   Build:      cob WBATOP.cob
      *
      *
      *   The clerk's desk for keyed document batches.  A batch is
      *   opened with the document count and amount total off the
      *   adding-machine tape; every document then keyed on a batch
      *   screen (a WGPSCRN.DAT definition carrying "BATCH nn") is
      *   added to it by WMFNGETPARM.  Functions on the GETPARM-style
      *   screen:
      *
      *       O  open a batch -- DOCUMENT COUNT and AMOUNT TOTAL are
      *          the header, and are required
      *       C  close the clerk's open batch; what was keyed is
      *          compared with the header -- a batch that balances is
      *          released to posting, one that does not is held
      *       R  reopen the named held batch to key what was missed
      *       H  correct the header of the named held batch (the tape
      *          was wrong) and compare again
      *       I  list the batches -- open, held, balanced and posted
      *          -- grouped by clerk with each clerk's counts; the
      *          CLERK field narrows it to one clerk
      *
      *   H is authority gated through WAUTHCHK (function
      *   DOCBAT-HDR).  Every open, close, reopen and correction is
      *   logged through WISPERRLOG by WDOCBAT.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WBATOP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WDOCBAT-FILE ASSIGN TO "WDOCBAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-DBAT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WDOCBAT-FILE.
       01  WDOCBAT-FILE-RECORD        PIC X(179).

       WORKING-STORAGE SECTION.

       COPY "wdocbat.cpy".

       01  WISP-DBAT-FILE-STATUS      PIC XX.
       01  WISP-DBAT-EOF-SWITCH       PIC X.
           88  WISP-DBAT-EOF                    VALUE "Y".
       01  WISP-ID-DISP               PIC 9(8).
       01  WISP-COUNT-DISP            PIC ZZZZ9.
       01  WISP-AMOUNT-DISP           PIC Z(10)9.99.
       01  WISP-KEY-COUNT-DISP        PIC ZZZZ9.
       01  WISP-KEY-AMOUNT-DISP       PIC Z(10)9.99.
       01  WISP-STATUS-TEXT           PIC X(8).

      *    The clerks on file, in order of first appearance, and the
      *    inquiry's per-clerk and overall counts by status.
       01  WISP-CLERK-COUNT           PIC 9(4) COMP-5 VALUE ZERO.
       01  WISP-CLERK-MAX             PIC 9(4)  VALUE 200.
       01  WISP-CLERK-TABLE.
           05  WISP-CLERK-ENTRY      PIC X(8) OCCURS 200 TIMES.
       01  WISP-CLERK-IDX             PIC 9(4) COMP-5.
       01  WISP-CLERK-FOUND-SWITCH    PIC X.
           88  WISP-CLERK-FOUND                 VALUE "Y".
       01  WISP-THIS-CLERK            PIC X(8).
       01  WISP-CLERK-TALLY.
           05  WISP-CLK-OPEN          PIC 9(4) COMP-5.
           05  WISP-CLK-HELD          PIC 9(4) COMP-5.
           05  WISP-CLK-BALANCED      PIC 9(4) COMP-5.
           05  WISP-CLK-POSTED        PIC 9(4) COMP-5.
       01  WISP-ALL-TALLY.
           05  WISP-ALL-OPEN          PIC 9(4) COMP-5.
           05  WISP-ALL-HELD          PIC 9(4) COMP-5.
           05  WISP-ALL-BALANCED      PIC 9(4) COMP-5.
           05  WISP-ALL-POSTED        PIC 9(4) COMP-5.
       01  WISP-TALLY-DISP-1          PIC ZZZ9.
       01  WISP-TALLY-DISP-2          PIC ZZZ9.
       01  WISP-TALLY-DISP-3          PIC ZZZ9.
       01  WISP-TALLY-DISP-4          PIC ZZZ9.

      *    Control screen, served by WMFNGETPARM.
       01  WISP-DBO-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-DBO-STATIC-TEXT.
           05  WISP-DBO-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-DBO-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-DBO-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-DBO-ROW       COMP-5 PIC XX.
               10  WISP-DBO-COL       COMP-5 PIC XX.
               10  WISP-DBO-LEN       COMP-5 PIC XX.
               10  WISP-DBO-FAC       PIC X COMP-X.
               10  WISP-DBO-DATA      PIC X(79).
               10  WISP-DBO-EDIT      PIC X.
               10  WISP-DBO-HELP      PIC X(8).
               10  WISP-DBO-AUTH      PIC 99.
               10  WISP-DBO-LKUP      PIC X(24).
       01  WISP-DBO-KEY-LIST.
           05  WISP-DBO-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-DBO-KEY-CNT          COMP-5 PIC XX.
       01  WISP-DBO-TERM-KEY         COMP-5 PIC XX.
       01  WISP-DBO-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-DBO-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-DBO-APP-NAME         PIC X(40) VALUE "WBATOP".

       01  WISP-DBO-FUNC             PIC X.
       01  WISP-DBO-BATCH-TEXT       PIC X(8).
       01  WISP-DBO-COUNT-TEXT       PIC X(5).
       01  WISP-DBO-AMOUNT-TEXT      PIC X(18).
       01  WISP-DBO-CLERK            PIC X(8).
       01  WISP-DBO-TEXT-LEN         PIC 9(4) COMP-5.
       01  WISP-DBO-BATCH-ID         PIC 9(8).
       01  WISP-DBO-COUNT            PIC 9(5).
       01  WISP-DBO-AMOUNT           PIC S9(13)V99.
       01  WISP-DBO-MESSAGE          PIC X(60).
       01  WISP-DBO-RETURN           PIC 9.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WBATOP".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-DBO-MESSAGE.
           PERFORM 2000-CONTROL-CYCLE
               THRU 2000-CONTROL-CYCLE-EXIT
               UNTIL WISP-DBO-TERM-KEY = 16.
           GO TO 9999-STOP.

       2000-CONTROL-CYCLE.

           PERFORM 2100-SHOW-CONTROL-SCREEN.
           IF WISP-DBO-TERM-KEY = 16
               GO TO 2000-CONTROL-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-DBO-MESSAGE.
           IF WISP-DBO-FUNC = "R" OR "H"
               PERFORM 2200-EDIT-BATCH-NUMBER
                   THRU 2200-EDIT-BATCH-NUMBER-EXIT
               IF WISP-DBO-MESSAGE NOT = SPACES
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
           END-IF.
           IF WISP-DBO-FUNC = "O" OR "H"
               PERFORM 2300-EDIT-HEADER-TOTALS
                   THRU 2300-EDIT-HEADER-TOTALS-EXIT
               IF WISP-DBO-MESSAGE NOT = SPACES
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-DBO-FUNC
               WHEN "O"
                   PERFORM 4000-OPEN-BATCH
               WHEN "C"
                   PERFORM 4100-CLOSE-BATCH
               WHEN "R"
                   PERFORM 4200-REOPEN-BATCH
               WHEN "H"
                   PERFORM 4300-CORRECT-HEADER
                       THRU 4300-CORRECT-HEADER-EXIT
               WHEN "I"
                   PERFORM 3000-LIST-BATCHES
                       THRU 3000-LIST-BATCHES-EXIT
               WHEN OTHER
                   MOVE "ENTER O, C, R, H, OR I IN THE FUNCTION FIELD."
                       TO WISP-DBO-MESSAGE
           END-EVALUATE.

       2000-CONTROL-CYCLE-EXIT.
           EXIT.

       2100-SHOW-CONTROL-SCREEN.

           MOVE SPACES TO WISP-DBO-STATIC-TEXT.
           MOVE "              WBATOP - KEYED DOCUMENT BATCH CONTROL"
               TO WISP-DBO-TEXT-LINES(2).
           MOVE "  FUNCTION (O/C/R/H/I)....:"
               TO WISP-DBO-TEXT-LINES(6).
           MOVE "  BATCH NUMBER............:"
               TO WISP-DBO-TEXT-LINES(8).
           MOVE "  DOCUMENT COUNT..........:"
               TO WISP-DBO-TEXT-LINES(10).
           MOVE "  AMOUNT TOTAL............:"
               TO WISP-DBO-TEXT-LINES(11).
           MOVE "  CLERK (FOR I)...........:"
               TO WISP-DBO-TEXT-LINES(13).
           MOVE "  O=OPEN  C=CLOSE  R=REOPEN HELD  H=CORRECT HEADER  I=I
      -        "NQUIRY" TO WISP-DBO-TEXT-LINES(15).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-DBO-TEXT-LINES(18).
           MOVE WISP-DBO-MESSAGE TO WISP-DBO-TEXT-LINES(20).

           MOVE 5 TO WISP-DBO-FIELD-CNT.
           MOVE  6 TO WISP-DBO-ROW(1).
           MOVE 30 TO WISP-DBO-COL(1).
           MOVE  1 TO WISP-DBO-LEN(1).
           MOVE 128 TO WISP-DBO-FAC(1).
           MOVE SPACES TO WISP-DBO-DATA(1).
           MOVE "R" TO WISP-DBO-EDIT(1).
           MOVE SPACES TO WISP-DBO-HELP(1).
           MOVE ZERO TO WISP-DBO-AUTH (1).
           MOVE SPACES TO WISP-DBO-LKUP (1).
           MOVE  8 TO WISP-DBO-ROW(2).
           MOVE 30 TO WISP-DBO-COL(2).
           MOVE  8 TO WISP-DBO-LEN(2).
           MOVE 128 TO WISP-DBO-FAC(2).
           MOVE SPACES TO WISP-DBO-DATA(2).
           MOVE SPACE TO WISP-DBO-EDIT(2).
           MOVE SPACES TO WISP-DBO-HELP(2).
           MOVE ZERO TO WISP-DBO-AUTH (2).
           MOVE SPACES TO WISP-DBO-LKUP (2).
           MOVE 10 TO WISP-DBO-ROW(3).
           MOVE 30 TO WISP-DBO-COL(3).
           MOVE  5 TO WISP-DBO-LEN(3).
           MOVE 128 TO WISP-DBO-FAC(3).
           MOVE SPACES TO WISP-DBO-DATA(3).
           MOVE SPACE TO WISP-DBO-EDIT(3).
           MOVE SPACES TO WISP-DBO-HELP(3).
           MOVE ZERO TO WISP-DBO-AUTH (3).
           MOVE SPACES TO WISP-DBO-LKUP (3).
           MOVE 11 TO WISP-DBO-ROW(4).
           MOVE 30 TO WISP-DBO-COL(4).
           MOVE 18 TO WISP-DBO-LEN(4).
           MOVE 128 TO WISP-DBO-FAC(4).
           MOVE SPACES TO WISP-DBO-DATA(4).
           MOVE SPACE TO WISP-DBO-EDIT(4).
           MOVE SPACES TO WISP-DBO-HELP(4).
           MOVE ZERO TO WISP-DBO-AUTH (4).
           MOVE SPACES TO WISP-DBO-LKUP (4).
           MOVE 13 TO WISP-DBO-ROW(5).
           MOVE 30 TO WISP-DBO-COL(5).
           MOVE  8 TO WISP-DBO-LEN(5).
           MOVE 128 TO WISP-DBO-FAC(5).
           MOVE SPACES TO WISP-DBO-DATA(5).
           MOVE SPACE TO WISP-DBO-EDIT(5).
           MOVE SPACES TO WISP-DBO-HELP(5).
           MOVE ZERO TO WISP-DBO-AUTH (5).
           MOVE SPACES TO WISP-DBO-LKUP (5).

           MOVE 2 TO WISP-DBO-KEY-CNT.
           MOVE 0 TO WISP-DBO-KEY-ITEM(1).
           MOVE 16 TO WISP-DBO-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-DBO-STATIC-TEXT,
               WISP-DBO-FIELD-CNT,
               WISP-DBO-FIELD-TABLE,
               WISP-DBO-KEY-LIST,
               WISP-DBO-KEY-CNT,
               WISP-DBO-TERM-KEY,
               WISP-DBO-PAGE-CNT,
               WISP-DBO-STATIC-TEXT-2,
               WISP-DBO-APP-NAME.

           MOVE WISP-DBO-DATA(1) (1:1) TO WISP-DBO-FUNC.
           MOVE WISP-DBO-DATA(2) (1:8) TO WISP-DBO-BATCH-TEXT.
           MOVE WISP-DBO-DATA(3) (1:5) TO WISP-DBO-COUNT-TEXT.
           MOVE WISP-DBO-DATA(4) (1:18) TO WISP-DBO-AMOUNT-TEXT.
           MOVE WISP-DBO-DATA(5) (1:8) TO WISP-DBO-CLERK.

      **** R AND H NAME THE BATCH
       2200-EDIT-BATCH-NUMBER.

           IF WISP-DBO-BATCH-TEXT = SPACES
               MOVE "ENTER THE BATCH NUMBER." TO WISP-DBO-MESSAGE
               GO TO 2200-EDIT-BATCH-NUMBER-EXIT
           END-IF.
           MOVE ZERO TO WISP-DBO-TEXT-LEN.
           INSPECT WISP-DBO-BATCH-TEXT TALLYING WISP-DBO-TEXT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WISP-DBO-TEXT-LEN = ZERO
               MOVE "THE BATCH NUMBER MUST BE NUMERIC."
                   TO WISP-DBO-MESSAGE
               GO TO 2200-EDIT-BATCH-NUMBER-EXIT
           END-IF.
           IF WISP-DBO-BATCH-TEXT (1:WISP-DBO-TEXT-LEN) IS NOT NUMERIC
               MOVE "THE BATCH NUMBER MUST BE NUMERIC."
                   TO WISP-DBO-MESSAGE
               GO TO 2200-EDIT-BATCH-NUMBER-EXIT
           END-IF.
           MOVE WISP-DBO-BATCH-TEXT (1:WISP-DBO-TEXT-LEN)
               TO WISP-DBO-BATCH-ID.

       2200-EDIT-BATCH-NUMBER-EXIT.
           EXIT.

      **** O AND H CARRY THE HEADER -- THE TAPE'S COUNT AND TOTAL
       2300-EDIT-HEADER-TOTALS.

           IF WISP-DBO-COUNT-TEXT = SPACES
               MOVE "ENTER THE DOCUMENT COUNT FROM THE TAPE."
                   TO WISP-DBO-MESSAGE
               GO TO 2300-EDIT-HEADER-TOTALS-EXIT
           END-IF.
           MOVE ZERO TO WISP-DBO-TEXT-LEN.
           INSPECT WISP-DBO-COUNT-TEXT TALLYING WISP-DBO-TEXT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WISP-DBO-TEXT-LEN = ZERO
               MOVE "THE DOCUMENT COUNT MUST BE NUMERIC."
                   TO WISP-DBO-MESSAGE
               GO TO 2300-EDIT-HEADER-TOTALS-EXIT
           END-IF.
           IF WISP-DBO-COUNT-TEXT (1:WISP-DBO-TEXT-LEN) IS NOT NUMERIC
               MOVE "THE DOCUMENT COUNT MUST BE NUMERIC."
                   TO WISP-DBO-MESSAGE
               GO TO 2300-EDIT-HEADER-TOTALS-EXIT
           END-IF.
           MOVE WISP-DBO-COUNT-TEXT (1:WISP-DBO-TEXT-LEN)
               TO WISP-DBO-COUNT.
           IF WISP-DBO-COUNT = ZERO
               MOVE "A BATCH HOLDS AT LEAST ONE DOCUMENT."
                   TO WISP-DBO-MESSAGE
               GO TO 2300-EDIT-HEADER-TOTALS-EXIT
           END-IF.

           IF WISP-DBO-AMOUNT-TEXT = SPACES
               MOVE "ENTER THE AMOUNT TOTAL FROM THE TAPE."
                   TO WISP-DBO-MESSAGE
               GO TO 2300-EDIT-HEADER-TOTALS-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL (WISP-DBO-AMOUNT-TEXT) NOT = ZERO
               MOVE "THE AMOUNT TOTAL MUST BE NUMERIC."
                   TO WISP-DBO-MESSAGE
               GO TO 2300-EDIT-HEADER-TOTALS-EXIT
           END-IF.
           COMPUTE WISP-DBO-AMOUNT =
               FUNCTION NUMVAL (WISP-DBO-AMOUNT-TEXT).
           IF WISP-DBO-AMOUNT < ZERO
               MOVE "THE AMOUNT TOTAL MAY NOT BE NEGATIVE."
                   TO WISP-DBO-MESSAGE
               GO TO 2300-EDIT-HEADER-TOTALS-EXIT
           END-IF.

       2300-EDIT-HEADER-TOTALS-EXIT.
           EXIT.

      **** I -- EVERY BATCH ON FILE, GROUPED BY CLERK IN ORDER OF
      **** FIRST APPEARANCE, EACH CLERK'S BATCHES FOLLOWED BY THE
      **** CLERK'S COUNT OF OPEN, HELD, BALANCED AND POSTED
       3000-LIST-BATCHES.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-CLERK-COUNT.
           MOVE ZERO TO WISP-ALL-OPEN WISP-ALL-HELD
                        WISP-ALL-BALANCED WISP-ALL-POSTED.

           IF WISP-DBO-CLERK NOT = SPACES
               MOVE 1 TO WISP-CLERK-COUNT
               MOVE WISP-DBO-CLERK TO WISP-CLERK-ENTRY (1)
           ELSE
               PERFORM 3050-COLLECT-CLERKS
                   THRU 3050-COLLECT-CLERKS-EXIT
           END-IF.
           IF WISP-CLERK-COUNT = ZERO
               MOVE "NO BATCHES ON FILE." TO WISP-DBO-MESSAGE
               GO TO 3000-LIST-BATCHES-EXIT
           END-IF.

           MOVE "   BATCH STATUS   OPENED   HDR CNT     HDR AMOUNT  KEY
      -        " CNT     KEY AMOUNT" TO WISP-DSP-WORK-LINE.
           PERFORM 3200-QUEUE-DISPLAY-LINE.

           PERFORM VARYING WISP-CLERK-IDX FROM 1 BY 1
                   UNTIL WISP-CLERK-IDX > WISP-CLERK-COUNT
               MOVE WISP-CLERK-ENTRY (WISP-CLERK-IDX)
                   TO WISP-THIS-CLERK
               PERFORM 3100-LIST-CLERK-BATCHES
                   THRU 3100-LIST-CLERK-BATCHES-EXIT
           END-PERFORM.

           IF WISP-DBO-CLERK = SPACES
               MOVE WISP-ALL-OPEN TO WISP-TALLY-DISP-1
               MOVE WISP-ALL-HELD TO WISP-TALLY-DISP-2
               MOVE WISP-ALL-BALANCED TO WISP-TALLY-DISP-3
               MOVE WISP-ALL-POSTED TO WISP-TALLY-DISP-4
               MOVE SPACES TO WISP-DSP-WORK-LINE
               STRING "ALL CLERKS  OPEN " WISP-TALLY-DISP-1
                      "  HELD " WISP-TALLY-DISP-2
                      "  BALANCED " WISP-TALLY-DISP-3
                      "  POSTED " WISP-TALLY-DISP-4
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
               PERFORM 3200-QUEUE-DISPLAY-LINE
           END-IF.
           PERFORM 3400-FLUSH-DISPLAY.
           MOVE "BATCHES LISTED." TO WISP-DBO-MESSAGE.

       3000-LIST-BATCHES-EXIT.
           EXIT.

       3050-COLLECT-CLERKS.

           MOVE "N" TO WISP-DBAT-EOF-SWITCH.
           OPEN INPUT WDOCBAT-FILE.
           IF WISP-DBAT-FILE-STATUS NOT = "00"
               GO TO 3050-COLLECT-CLERKS-EXIT
           END-IF.
           PERFORM 3150-READ-BATCH-RECORD.
           PERFORM UNTIL WISP-DBAT-EOF
               IF WDOCBAT-FILE-RECORD NOT = SPACES
                   MOVE WDOCBAT-FILE-RECORD TO WDOCBAT-RECORD
                   MOVE "N" TO WISP-CLERK-FOUND-SWITCH
                   PERFORM VARYING WISP-CLERK-IDX FROM 1 BY 1
                           UNTIL WISP-CLERK-IDX > WISP-CLERK-COUNT
                       IF WISP-CLERK-ENTRY (WISP-CLERK-IDX) = DB-CLERK
                           SET WISP-CLERK-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WISP-CLERK-FOUND
                           AND WISP-CLERK-COUNT < WISP-CLERK-MAX
                       ADD 1 TO WISP-CLERK-COUNT
                       MOVE DB-CLERK
                           TO WISP-CLERK-ENTRY (WISP-CLERK-COUNT)
                   END-IF
               END-IF
               PERFORM 3150-READ-BATCH-RECORD
           END-PERFORM.
           CLOSE WDOCBAT-FILE.

       3050-COLLECT-CLERKS-EXIT.
           EXIT.

      **** ONE CLERK -- A HEADING, THE CLERK'S BATCHES IN FILE ORDER,
      **** THEN THE CLERK'S COUNTS
       3100-LIST-CLERK-BATCHES.

           MOVE ZERO TO WISP-CLK-OPEN WISP-CLK-HELD
                        WISP-CLK-BALANCED WISP-CLK-POSTED.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "CLERK " WISP-THIS-CLERK
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.

           MOVE "N" TO WISP-DBAT-EOF-SWITCH.
           OPEN INPUT WDOCBAT-FILE.
           IF WISP-DBAT-FILE-STATUS NOT = "00"
               GO TO 3100-LIST-CLERK-BATCHES-EXIT
           END-IF.
           PERFORM 3150-READ-BATCH-RECORD.
           PERFORM UNTIL WISP-DBAT-EOF
               IF WDOCBAT-FILE-RECORD NOT = SPACES
                   MOVE WDOCBAT-FILE-RECORD TO WDOCBAT-RECORD
                   IF DB-CLERK = WISP-THIS-CLERK
                       PERFORM 3300-FORMAT-BATCH-LINE
                       PERFORM 3200-QUEUE-DISPLAY-LINE
                   END-IF
               END-IF
               PERFORM 3150-READ-BATCH-RECORD
           END-PERFORM.
           CLOSE WDOCBAT-FILE.

           MOVE WISP-CLK-OPEN TO WISP-TALLY-DISP-1.
           MOVE WISP-CLK-HELD TO WISP-TALLY-DISP-2.
           MOVE WISP-CLK-BALANCED TO WISP-TALLY-DISP-3.
           MOVE WISP-CLK-POSTED TO WISP-TALLY-DISP-4.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "  " WISP-THIS-CLERK
                  "  OPEN " WISP-TALLY-DISP-1
                  "  HELD " WISP-TALLY-DISP-2
                  "  BALANCED " WISP-TALLY-DISP-3
                  "  POSTED " WISP-TALLY-DISP-4
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           ADD WISP-CLK-OPEN TO WISP-ALL-OPEN.
           ADD WISP-CLK-HELD TO WISP-ALL-HELD.
           ADD WISP-CLK-BALANCED TO WISP-ALL-BALANCED.
           ADD WISP-CLK-POSTED TO WISP-ALL-POSTED.

       3100-LIST-CLERK-BATCHES-EXIT.
           EXIT.

       3150-READ-BATCH-RECORD.
           READ WDOCBAT-FILE
               AT END
                   SET WISP-DBAT-EOF TO TRUE
           END-READ.

       3200-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

       3300-FORMAT-BATCH-LINE.

           EVALUATE TRUE
               WHEN DB-OPEN
                   MOVE "OPEN" TO WISP-STATUS-TEXT
                   ADD 1 TO WISP-CLK-OPEN
               WHEN DB-HELD
                   MOVE "HELD" TO WISP-STATUS-TEXT
                   ADD 1 TO WISP-CLK-HELD
               WHEN DB-BALANCED
                   MOVE "BALANCED" TO WISP-STATUS-TEXT
                   ADD 1 TO WISP-CLK-BALANCED
               WHEN DB-POSTED
                   MOVE "POSTED" TO WISP-STATUS-TEXT
                   ADD 1 TO WISP-CLK-POSTED
               WHEN OTHER
                   MOVE DB-STATUS TO WISP-STATUS-TEXT
           END-EVALUATE.
           MOVE DB-BATCH-ID TO WISP-ID-DISP.
           MOVE DB-HDR-COUNT TO WISP-COUNT-DISP.
           MOVE DB-HDR-AMOUNT TO WISP-AMOUNT-DISP.
           MOVE DB-KEY-COUNT TO WISP-KEY-COUNT-DISP.
           MOVE DB-KEY-AMOUNT TO WISP-KEY-AMOUNT-DISP.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING WISP-ID-DISP " "
                  WISP-STATUS-TEXT " "
                  DB-OPEN-DATE "   "
                  WISP-COUNT-DISP " "
                  WISP-AMOUNT-DISP "    "
                  WISP-KEY-COUNT-DISP " "
                  WISP-KEY-AMOUNT-DISP
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.

       3400-FLUSH-DISPLAY.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** O -- OPEN A BATCH FROM THE TAPE
       4000-OPEN-BATCH.

           MOVE SPACES TO WDOCBAT-RECORD.
           MOVE WISP-DBO-COUNT TO DB-HDR-COUNT.
           MOVE WISP-DBO-AMOUNT TO DB-HDR-AMOUNT.
           CALL "WDOCBAT" USING "OPN", WDOCBAT-RECORD,
               WISP-DBO-RETURN.
           MOVE DB-BATCH-ID TO WISP-ID-DISP.
           MOVE SPACES TO WISP-DBO-MESSAGE.
           EVALUATE WISP-DBO-RETURN
               WHEN 0
                   STRING "BATCH " WISP-ID-DISP
                          " OPENED - KEY ITS DOCUMENTS."
                          DELIMITED BY SIZE
                          INTO WISP-DBO-MESSAGE
                   END-STRING
               WHEN 1
                   STRING "YOU ALREADY HAVE BATCH " WISP-ID-DISP
                          " OPEN - CLOSE IT FIRST."
                          DELIMITED BY SIZE
                          INTO WISP-DBO-MESSAGE
                   END-STRING
               WHEN 2
                   MOVE "A BATCH HOLDS AT LEAST ONE DOCUMENT."
                       TO WISP-DBO-MESSAGE
               WHEN 4
                   MOVE "NOT OPENED - NO BATCH NUMBER COULD BE ISSUED."
                       TO WISP-DBO-MESSAGE
               WHEN OTHER
                   MOVE "NOT OPENED - THE BATCH FILE IS FULL."
                       TO WISP-DBO-MESSAGE
           END-EVALUATE.

      **** C -- CLOSE THE CLERK'S OPEN BATCH AND BALANCE IT
       4100-CLOSE-BATCH.

           MOVE SPACES TO WDOCBAT-RECORD.
           CALL "WDOCBAT" USING "CLS", WDOCBAT-RECORD,
               WISP-DBO-RETURN.
           MOVE DB-BATCH-ID TO WISP-ID-DISP.
           MOVE SPACES TO WISP-DBO-MESSAGE.
           EVALUATE WISP-DBO-RETURN
               WHEN 0
                   STRING "BATCH " WISP-ID-DISP
                          " BALANCED - RELEASED TO POSTING."
                          DELIMITED BY SIZE
                          INTO WISP-DBO-MESSAGE
                   END-STRING
               WHEN 1
                   MOVE DB-KEY-COUNT TO WISP-KEY-COUNT-DISP
                   MOVE DB-HDR-COUNT TO WISP-COUNT-DISP
                   STRING "BATCH " WISP-ID-DISP
                          " OUT OF BALANCE - HELD.  KEYED "
                          WISP-KEY-COUNT-DISP " OF "
                          WISP-COUNT-DISP
                          DELIMITED BY SIZE
                          INTO WISP-DBO-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE "YOU HAVE NO OPEN BATCH." TO WISP-DBO-MESSAGE
           END-EVALUATE.

      **** R -- REOPEN A HELD BATCH OF THE CLERK'S OWN
       4200-REOPEN-BATCH.

           MOVE SPACES TO WDOCBAT-RECORD.
           MOVE WISP-DBO-BATCH-ID TO DB-BATCH-ID.
           CALL "WDOCBAT" USING "ROP", WDOCBAT-RECORD,
               WISP-DBO-RETURN.
           MOVE WISP-DBO-BATCH-ID TO WISP-ID-DISP.
           MOVE SPACES TO WISP-DBO-MESSAGE.
           EVALUATE WISP-DBO-RETURN
               WHEN 0
                   STRING "BATCH " WISP-ID-DISP
                          " REOPENED - KEY WHAT WAS MISSED."
                          DELIMITED BY SIZE
                          INTO WISP-DBO-MESSAGE
                   END-STRING
               WHEN 1
                   MOVE "NOT A HELD BATCH OF YOURS."
                       TO WISP-DBO-MESSAGE
               WHEN OTHER
                   MOVE "YOU HAVE A BATCH OPEN - CLOSE IT FIRST."
                       TO WISP-DBO-MESSAGE
           END-EVALUATE.

      **** H -- CORRECT A HELD BATCH'S HEADER: AUTHORITY GATED HERE,
      **** THE BATCH BALANCED AGAIN BY WDOCBAT
       4300-CORRECT-HEADER.

           MOVE "DOCBAT-HDR" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "CORRECTION REFUSED - AUTHORITY DOES NOT REACH IT."
                   TO WISP-DBO-MESSAGE
               GO TO 4300-CORRECT-HEADER-EXIT
           END-IF.

           MOVE SPACES TO WDOCBAT-RECORD.
           MOVE WISP-DBO-BATCH-ID TO DB-BATCH-ID.
           MOVE WISP-DBO-COUNT TO DB-HDR-COUNT.
           MOVE WISP-DBO-AMOUNT TO DB-HDR-AMOUNT.
           CALL "WDOCBAT" USING "HDR", WDOCBAT-RECORD,
               WISP-DBO-RETURN.
           MOVE WISP-DBO-BATCH-ID TO WISP-ID-DISP.
           MOVE SPACES TO WISP-DBO-MESSAGE.
           EVALUATE WISP-DBO-RETURN
               WHEN 0
                   STRING "BATCH " WISP-ID-DISP
                          " NOW BALANCED - RELEASED TO POSTING."
                          DELIMITED BY SIZE
                          INTO WISP-DBO-MESSAGE
                   END-STRING
               WHEN 1
                   STRING "BATCH " WISP-ID-DISP
                          " STILL OUT OF BALANCE - HELD."
                          DELIMITED BY SIZE
                          INTO WISP-DBO-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE "NOT A HELD BATCH." TO WISP-DBO-MESSAGE
           END-EVALUATE.

       4300-CORRECT-HEADER-EXIT.
           EXIT.

       9999-STOP.
           EXIT PROGRAM.
