      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WNUMMNT.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Maintain the WDOCNUM.DAT document-number series
      *               and void numbers issued from them
      *
      *   Build:      cob WNUMMNT.cob
      *
      *
      *   The WDOCNUM service hands out invoice, credit-note, batch
      *   and cheque numbers from the named series in WDOCNUM.DAT
      *   (copybook wdocnum).  WNUMMNT puts GETPARM-style screens in
      *   front of the file.
      *
      *   Functions (entered in the FUNCTION field):
      *       L  list every series with its last number issued
      *       A  add a series: prefix, low and high numbers, reset
      *          rule (N never, Y yearly, M monthly) and description;
      *          LOW defaults to 1 and RESET to N
      *       C  change a series' prefix, high number or description;
      *          its low number and reset rule only while nothing has
      *          been issued from it.  The high number may not drop
      *          below the last number issued
      *       V  void NUMBER of the series, issued in its current
      *          period, for REASON -- a spoiled cheque, an invoice
      *          cancelled before it went out
      *   The last number issued is never keyed here: it moves only
      *   through the service, so no change on this screen can make
      *   the series hand out a number twice.  A and C are authority
      *   gated through WAUTHCHK (function DOCNUM-MNT) and V through
      *   DOCNUM-VOID.  Series changes are made under the WENQ lock
      *   DOCNUM the service issues under, and written to CHGAUDX
      *   through WCHGAUD under VOL DOCNUM, LIB WDOCNUM, FILE = the
      *   series; voids are journalled by the service in WDOCNUM.LOG.
      *   PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WNUMMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WDOCNUM-FILE ASSIGN TO "WDOCNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-NUM-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WDOCNUM-FILE.
       01  WDOCNUM-FILE-RECORD        PIC X(176).

       WORKING-STORAGE SECTION.

       COPY "wdocnum.cpy".

       01  WISP-NUM-FILE-STATUS       PIC XX.
       01  WISP-NUM-EOF-SWITCH        PIC X     VALUE "N".
           88  WISP-NUM-EOF                     VALUE "Y".
       01  WISP-NUM-OVERFLOW-SWITCH   PIC X     VALUE "N".
           88  WISP-NUM-OVERFLOW                VALUE "Y".

       01  WISP-SER-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-SER-MAX               PIC 9(4)  VALUE 200.
       01  WISP-SER-TABLE.
           05  WISP-SER-ENTRY         PIC X(176)
                                      OCCURS 200 TIMES
                                      INDEXED BY WISP-SER-X.
       01  WISP-SER-FOUND-NUM         PIC 9(4)  COMP-5.
       01  WISP-FIELD-X               PIC 9(4)  COMP-5.
       01  WISP-COUNT-DISP            PIC ZZZ9.

       01  WISP-LOCK-NAME             PIC X(20) VALUE "DOCNUM".
       01  WISP-ENQ-RETURN            PIC 9.
       01  WISP-NUM-RETURN            PIC 9.

      *    CHGAUDX before and after images.
       01  WISP-AUD-VOL               PIC X(6)  VALUE "DOCNUM".
       01  WISP-AUD-LIB               PIC X(8)  VALUE "WDOCNUM".
       01  WISP-AUD-FILE              PIC X(8).
       01  WISP-AUD-RECKEY            PIC X(32).
       01  WISP-AUD-BEFORE            PIC X(256).
       01  WISP-AUD-AFTER             PIC X(256).

      *    Maintenance screen, served by WMFNGETPARM.
       01  WISP-MNT-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-MNT-STATIC-TEXT.
           05  WISP-MNT-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-MNT-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-MNT-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-MNT-ROW       COMP-5 PIC XX.
               10  WISP-MNT-COL       COMP-5 PIC XX.
               10  WISP-MNT-LEN       COMP-5 PIC XX.
               10  WISP-MNT-FAC       PIC X COMP-X.
               10  WISP-MNT-DATA      PIC X(79).
               10  WISP-MNT-EDIT      PIC X.
               10  WISP-MNT-HELP      PIC X(8).
               10  WISP-MNT-AUTH      PIC 99.
               10  WISP-MNT-LKUP      PIC X(24).
       01  WISP-MNT-KEY-LIST.
           05  WISP-MNT-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-MNT-KEY-CNT          COMP-5 PIC XX.
       01  WISP-MNT-TERM-KEY         COMP-5 PIC XX.
       01  WISP-MNT-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-MNT-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-MNT-APP-NAME         PIC X(40) VALUE "WNUMMNT".

       01  WISP-MNT-FUNC             PIC X.
       01  WISP-MNT-SERIES           PIC X(8).
       01  WISP-MNT-PREFIX           PIC X(6).
       01  WISP-MNT-LOW-TEXT         PIC X(10).
       01  WISP-MNT-HIGH-TEXT        PIC X(10).
       01  WISP-MNT-RESET            PIC X.
       01  WISP-MNT-DESC             PIC X(40).
       01  WISP-MNT-NUMBER-TEXT      PIC X(10).
       01  WISP-MNT-REASON           PIC X(40).
       01  WISP-MNT-LOW              PIC 9(10).
       01  WISP-MNT-HIGH             PIC 9(10).
       01  WISP-MNT-NUMBER           PIC 9(10).
       01  WISP-NUM-TEXT             PIC X(10).
       01  WISP-NUM-VALUE            PIC 9(10).
       01  WISP-NUM-LEN              PIC 9(4)  COMP-5.
       01  WISP-NUM-OK-SWITCH        PIC X.
           88  WISP-NUM-OK                     VALUE "Y".
       01  WISP-MNT-MESSAGE          PIC X(70).
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WNUMMNT".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           PERFORM 2000-MAINTENANCE-CYCLE
               THRU 2000-MAINTENANCE-CYCLE-EXIT
               UNTIL WISP-MNT-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** LOAD THE WHOLE FILE INTO STORAGE
       1000-LOAD-SERIES.

           MOVE ZERO TO WISP-SER-COUNT.
           MOVE "N" TO WISP-NUM-EOF-SWITCH WISP-NUM-OVERFLOW-SWITCH.
           OPEN INPUT WDOCNUM-FILE.
           IF WISP-NUM-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-SERIES-EXIT
           END-IF.

           PERFORM 1100-READ-SERIES-RECORD.
           PERFORM UNTIL WISP-NUM-EOF
               IF WDOCNUM-FILE-RECORD NOT = SPACES
                   IF WISP-SER-COUNT < WISP-SER-MAX
                       ADD 1 TO WISP-SER-COUNT
                       MOVE WDOCNUM-FILE-RECORD
                           TO WISP-SER-ENTRY (WISP-SER-COUNT)
                   ELSE
                       SET WISP-NUM-OVERFLOW TO TRUE
                   END-IF
               END-IF
               PERFORM 1100-READ-SERIES-RECORD
           END-PERFORM.

           CLOSE WDOCNUM-FILE.

       1000-LOAD-SERIES-EXIT.
           EXIT.

       1100-READ-SERIES-RECORD.
           READ WDOCNUM-FILE
               AT END
                   SET WISP-NUM-EOF TO TRUE
           END-READ.

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-MAINTENANCE-CYCLE.

           PERFORM 2100-SHOW-MAINT-SCREEN.
           IF WISP-MNT-TERM-KEY = 16
               GO TO 2000-MAINTENANCE-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-MNT-MESSAGE.
           IF WISP-MNT-FUNC = "A" OR "C" OR "V"
               IF WISP-MNT-SERIES = SPACES
                   MOVE "ENTER THE SERIES." TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               IF WISP-MNT-FUNC = "V"
                   MOVE "DOCNUM-VOID" TO WISP-AUTH-FUNC
               ELSE
                   MOVE "DOCNUM-MNT" TO WISP-AUTH-FUNC
               END-IF
               CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
                   ON EXCEPTION
                       MOVE ZERO TO WISP-AUTH-RETURN
               END-CALL
               IF WISP-AUTH-RETURN NOT = ZERO
                   MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH THAT F
      -                 "UNCTION." TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-MNT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-SERIES
               WHEN "A"
                   PERFORM 4000-ADD-OR-CHANGE
                       THRU 4000-ADD-OR-CHANGE-EXIT
               WHEN "C"
                   PERFORM 4000-ADD-OR-CHANGE
                       THRU 4000-ADD-OR-CHANGE-EXIT
               WHEN "V"
                   PERFORM 6000-VOID-NUMBER
                       THRU 6000-VOID-NUMBER-EXIT
               WHEN OTHER
                   MOVE "ENTER L, A, C, OR V IN THE FUNCTION FIELD."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       2000-MAINTENANCE-CYCLE-EXIT.
           EXIT.

       2100-SHOW-MAINT-SCREEN.

           MOVE SPACES TO WISP-MNT-STATIC-TEXT.
           MOVE "            WNUMMNT - DOCUMENT NUMBER SERIES"
               TO WISP-MNT-TEXT-LINES(2).
           MOVE "  FUNCTION (L/A/C/V)......:"
               TO WISP-MNT-TEXT-LINES(5).
           MOVE "  SERIES..................:"
               TO WISP-MNT-TEXT-LINES(7).
           MOVE "  PREFIX..................:"
               TO WISP-MNT-TEXT-LINES(8).
           MOVE "  LOW NUMBER..............:"
               TO WISP-MNT-TEXT-LINES(9).
           MOVE "  HIGH NUMBER.............:"
               TO WISP-MNT-TEXT-LINES(10).
           MOVE "  RESET (N/Y/M)...........:"
               TO WISP-MNT-TEXT-LINES(11).
           MOVE "  DESCRIPTION.............:"
               TO WISP-MNT-TEXT-LINES(12).
           MOVE "  NUMBER TO VOID..........:"
               TO WISP-MNT-TEXT-LINES(14).
           MOVE "  REASON..................:"
               TO WISP-MNT-TEXT-LINES(15).
           MOVE "  L=LIST  A=ADD  C=CHANGE  V=VOID A NUMBER"
               TO WISP-MNT-TEXT-LINES(18).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-MNT-TEXT-LINES(20).
           MOVE WISP-MNT-MESSAGE TO WISP-MNT-TEXT-LINES(22).

           MOVE 9 TO WISP-MNT-FIELD-CNT.
           MOVE  5 TO WISP-MNT-ROW(1).
           MOVE  1 TO WISP-MNT-LEN(1).
           MOVE  7 TO WISP-MNT-ROW(2).
           MOVE  8 TO WISP-MNT-LEN(2).
           MOVE  8 TO WISP-MNT-ROW(3).
           MOVE  6 TO WISP-MNT-LEN(3).
           MOVE  9 TO WISP-MNT-ROW(4).
           MOVE 10 TO WISP-MNT-LEN(4).
           MOVE 10 TO WISP-MNT-ROW(5).
           MOVE 10 TO WISP-MNT-LEN(5).
           MOVE 11 TO WISP-MNT-ROW(6).
           MOVE  1 TO WISP-MNT-LEN(6).
           MOVE 12 TO WISP-MNT-ROW(7).
           MOVE 40 TO WISP-MNT-LEN(7).
           MOVE 14 TO WISP-MNT-ROW(8).
           MOVE 10 TO WISP-MNT-LEN(8).
           MOVE 15 TO WISP-MNT-ROW(9).
           MOVE 40 TO WISP-MNT-LEN(9).
           PERFORM VARYING WISP-FIELD-X FROM 1 BY 1
                   UNTIL WISP-FIELD-X > 9
               MOVE 30 TO WISP-MNT-COL(WISP-FIELD-X)
               MOVE 128 TO WISP-MNT-FAC(WISP-FIELD-X)
               MOVE SPACES TO WISP-MNT-DATA(WISP-FIELD-X)
               MOVE SPACE TO WISP-MNT-EDIT(WISP-FIELD-X)
               MOVE SPACES TO WISP-MNT-HELP(WISP-FIELD-X)
               MOVE ZERO TO WISP-MNT-AUTH (WISP-FIELD-X)
               MOVE SPACES TO WISP-MNT-LKUP (WISP-FIELD-X)
           END-PERFORM.
           MOVE "R" TO WISP-MNT-EDIT(1).

           MOVE 2 TO WISP-MNT-KEY-CNT.
           MOVE 0 TO WISP-MNT-KEY-ITEM(1).
           MOVE 16 TO WISP-MNT-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-MNT-STATIC-TEXT,
               WISP-MNT-FIELD-CNT,
               WISP-MNT-FIELD-TABLE,
               WISP-MNT-KEY-LIST,
               WISP-MNT-KEY-CNT,
               WISP-MNT-TERM-KEY,
               WISP-MNT-PAGE-CNT,
               WISP-MNT-STATIC-TEXT-2,
               WISP-MNT-APP-NAME.

           MOVE WISP-MNT-DATA(1) (1:1) TO WISP-MNT-FUNC.
           MOVE WISP-MNT-DATA(2) (1:8) TO WISP-MNT-SERIES.
           MOVE WISP-MNT-DATA(3) (1:6) TO WISP-MNT-PREFIX.
           MOVE WISP-MNT-DATA(4) (1:10) TO WISP-MNT-LOW-TEXT.
           MOVE WISP-MNT-DATA(5) (1:10) TO WISP-MNT-HIGH-TEXT.
           MOVE WISP-MNT-DATA(6) (1:1) TO WISP-MNT-RESET.
           MOVE WISP-MNT-DATA(7) (1:40) TO WISP-MNT-DESC.
           MOVE WISP-MNT-DATA(8) (1:10) TO WISP-MNT-NUMBER-TEXT.
           MOVE WISP-MNT-DATA(9) (1:40) TO WISP-MNT-REASON.

      **** L -- EVERY SERIES THROUGH WMFNDISPLAY
       3000-LIST-SERIES.

           PERFORM 1000-LOAD-SERIES
               THRU 1000-LOAD-SERIES-EXIT.
           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           MOVE "SERIES   PREFIX LOW        HIGH       LAST ISSUED R PER
      -        "IOD DESCRIPTION" TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-SER-X FROM 1 BY 1
                   UNTIL WISP-SER-X > WISP-SER-COUNT
               MOVE WISP-SER-ENTRY (WISP-SER-X) TO WDOCNUM-RECORD
               MOVE SPACES TO WISP-DSP-WORK-LINE
               STRING DN-SERIES " " DN-PREFIX " " DN-LOW " "
                      DN-HIGH " " DN-CURRENT "  " DN-RESET " "
                      DN-PERIOD " " DN-DESC (1:17)
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
               PERFORM 3100-QUEUE-DISPLAY-LINE
           END-PERFORM.
           MOVE WISP-SER-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "SERIES: " WISP-COUNT-DISP
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.
           MOVE "LISTING COMPLETE." TO WISP-MNT-MESSAGE.

       3100-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** A / C -- UNDER THE SERVICE'S OWN LOCK, SO NO NUMBER IS
      **** ISSUED FROM A COPY OF THE FILE THIS REWRITE REPLACES
       4000-ADD-OR-CHANGE.

           MOVE ZERO TO WISP-MNT-LOW WISP-MNT-HIGH.
           IF WISP-MNT-LOW-TEXT NOT = SPACES
               MOVE WISP-MNT-LOW-TEXT TO WISP-NUM-TEXT
               PERFORM 7000-CONVERT-NUMBER
               IF NOT WISP-NUM-OK
                   MOVE "THE LOW NUMBER MUST BE DIGITS."
                       TO WISP-MNT-MESSAGE
                   GO TO 4000-ADD-OR-CHANGE-EXIT
               END-IF
               MOVE WISP-NUM-VALUE TO WISP-MNT-LOW
           END-IF.
           IF WISP-MNT-HIGH-TEXT NOT = SPACES
               MOVE WISP-MNT-HIGH-TEXT TO WISP-NUM-TEXT
               PERFORM 7000-CONVERT-NUMBER
               IF NOT WISP-NUM-OK
                   MOVE "THE HIGH NUMBER MUST BE DIGITS."
                       TO WISP-MNT-MESSAGE
                   GO TO 4000-ADD-OR-CHANGE-EXIT
               END-IF
               MOVE WISP-NUM-VALUE TO WISP-MNT-HIGH
           END-IF.
           IF WISP-MNT-RESET NOT = SPACE
                   AND WISP-MNT-RESET NOT = "N"
                   AND WISP-MNT-RESET NOT = "Y"
                   AND WISP-MNT-RESET NOT = "M"
               MOVE "RESET MUST BE N, Y OR M." TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-OR-CHANGE-EXIT
           END-IF.

           CALL "WENQ" USING "WAI", WISP-LOCK-NAME, WISP-ENQ-RETURN.
           IF WISP-ENQ-RETURN NOT = ZERO
               MOVE "THE SERIES FILE IS BUSY - TRY AGAIN."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-OR-CHANGE-EXIT
           END-IF.
           PERFORM 1000-LOAD-SERIES
               THRU 1000-LOAD-SERIES-EXIT.
           IF WISP-NUM-OVERFLOW
               MOVE "REFUSED - WDOCNUM.DAT IS OVER 200 SERIES."
                   TO WISP-MNT-MESSAGE
           ELSE
               PERFORM 4100-FIND-SERIES
               IF WISP-MNT-FUNC = "A"
                   PERFORM 4200-ADD-SERIES
                       THRU 4200-ADD-SERIES-EXIT
               ELSE
                   PERFORM 4300-CHANGE-SERIES
                       THRU 4300-CHANGE-SERIES-EXIT
               END-IF
           END-IF.
           CALL "WENQ" USING "DEQ", WISP-LOCK-NAME, WISP-ENQ-RETURN.

       4000-ADD-OR-CHANGE-EXIT.
           EXIT.

       4100-FIND-SERIES.
           MOVE ZERO TO WISP-SER-FOUND-NUM.
           PERFORM VARYING WISP-SER-X FROM 1 BY 1
                   UNTIL WISP-SER-X > WISP-SER-COUNT
                      OR WISP-SER-FOUND-NUM > ZERO
               IF WISP-SER-ENTRY (WISP-SER-X) (1:8) = WISP-MNT-SERIES
                   SET WISP-SER-FOUND-NUM TO WISP-SER-X
               END-IF
           END-PERFORM.

       4200-ADD-SERIES.

           IF WISP-SER-FOUND-NUM > ZERO
               MOVE "THAT SERIES ALREADY EXISTS - USE C TO CHANGE IT."
                   TO WISP-MNT-MESSAGE
               GO TO 4200-ADD-SERIES-EXIT
           END-IF.
           IF WISP-MNT-LOW = ZERO
               MOVE 1 TO WISP-MNT-LOW
           END-IF.
           IF WISP-MNT-HIGH NOT > WISP-MNT-LOW
               MOVE "ENTER A HIGH NUMBER ABOVE THE LOW NUMBER."
                   TO WISP-MNT-MESSAGE
               GO TO 4200-ADD-SERIES-EXIT
           END-IF.
           IF WISP-MNT-RESET = SPACE
               MOVE "N" TO WISP-MNT-RESET
           END-IF.
           IF WISP-MNT-DESC = SPACES
               MOVE "ENTER THE DESCRIPTION." TO WISP-MNT-MESSAGE
               GO TO 4200-ADD-SERIES-EXIT
           END-IF.
           IF WISP-SER-COUNT NOT < WISP-SER-MAX
               MOVE "REFUSED - THE SERIES FILE IS FULL."
                   TO WISP-MNT-MESSAGE
               GO TO 4200-ADD-SERIES-EXIT
           END-IF.

           MOVE SPACES TO WDOCNUM-RECORD.
           MOVE WISP-MNT-SERIES TO DN-SERIES.
           MOVE WISP-MNT-PREFIX TO DN-PREFIX.
           MOVE WISP-MNT-LOW TO DN-LOW.
           MOVE WISP-MNT-HIGH TO DN-HIGH.
           MOVE WISP-MNT-RESET TO DN-RESET.
           MOVE WISP-MNT-DESC TO DN-DESC.
           MOVE ZERO TO DN-CURRENT DN-PERIOD DN-NUMBER.
           ADD 1 TO WISP-SER-COUNT.
           SET WISP-SER-X TO WISP-SER-COUNT.
           MOVE WDOCNUM-RECORD TO WISP-SER-ENTRY (WISP-SER-X).

           MOVE SPACES TO WISP-AUD-BEFORE.
           PERFORM 8000-REWRITE-SERIES-FILE.
           PERFORM 8100-AUDIT-CHANGE.
           MOVE "SERIES ADDED." TO WISP-MNT-MESSAGE.

       4200-ADD-SERIES-EXIT.
           EXIT.

       4300-CHANGE-SERIES.

           IF WISP-SER-FOUND-NUM = ZERO
               MOVE "NO SUCH SERIES." TO WISP-MNT-MESSAGE
               GO TO 4300-CHANGE-SERIES-EXIT
           END-IF.
           SET WISP-SER-X TO WISP-SER-FOUND-NUM.
           MOVE WISP-SER-ENTRY (WISP-SER-X) TO WDOCNUM-RECORD.
           MOVE SPACES TO WISP-AUD-BEFORE.
           MOVE WDOCNUM-RECORD TO WISP-AUD-BEFORE (1:176).

           IF DN-CURRENT NOT = ZERO
               IF (WISP-MNT-LOW NOT = ZERO
                       AND WISP-MNT-LOW NOT = DN-LOW)
                   OR (WISP-MNT-RESET NOT = SPACE
                       AND WISP-MNT-RESET NOT = DN-RESET)
                   MOVE "REFUSED - LOW AND RESET ARE FIXED ONCE A NUMBE
      -                 "R IS ISSUED." TO WISP-MNT-MESSAGE
                   GO TO 4300-CHANGE-SERIES-EXIT
               END-IF
           END-IF.

           IF WISP-MNT-PREFIX NOT = SPACES
               MOVE WISP-MNT-PREFIX TO DN-PREFIX
           END-IF.
           IF WISP-MNT-LOW NOT = ZERO
               MOVE WISP-MNT-LOW TO DN-LOW
           END-IF.
           IF WISP-MNT-HIGH NOT = ZERO
               MOVE WISP-MNT-HIGH TO DN-HIGH
           END-IF.
           IF WISP-MNT-RESET NOT = SPACE
               MOVE WISP-MNT-RESET TO DN-RESET
           END-IF.
           IF WISP-MNT-DESC NOT = SPACES
               MOVE WISP-MNT-DESC TO DN-DESC
           END-IF.
           IF DN-HIGH NOT > DN-LOW
               MOVE "THE HIGH NUMBER MUST BE ABOVE THE LOW NUMBER."
                   TO WISP-MNT-MESSAGE
               GO TO 4300-CHANGE-SERIES-EXIT
           END-IF.
           IF DN-HIGH < DN-CURRENT
               MOVE "THE HIGH NUMBER IS BELOW THE LAST ONE ISSUED."
                   TO WISP-MNT-MESSAGE
               GO TO 4300-CHANGE-SERIES-EXIT
           END-IF.
           IF WDOCNUM-RECORD = WISP-AUD-BEFORE (1:176)
               MOVE "NOTHING TO CHANGE." TO WISP-MNT-MESSAGE
               GO TO 4300-CHANGE-SERIES-EXIT
           END-IF.

           MOVE WDOCNUM-RECORD TO WISP-SER-ENTRY (WISP-SER-X).
           PERFORM 8000-REWRITE-SERIES-FILE.
           PERFORM 8100-AUDIT-CHANGE.
           MOVE "SERIES CHANGED." TO WISP-MNT-MESSAGE.

       4300-CHANGE-SERIES-EXIT.
           EXIT.

      **** V -- THROUGH THE SERVICE, WHICH JOURNALS THE VOID
       6000-VOID-NUMBER.

           MOVE WISP-MNT-NUMBER-TEXT TO WISP-NUM-TEXT.
           PERFORM 7000-CONVERT-NUMBER.
           IF NOT WISP-NUM-OK OR WISP-NUM-VALUE = ZERO
               MOVE "ENTER THE NUMBER TO VOID." TO WISP-MNT-MESSAGE
               GO TO 6000-VOID-NUMBER-EXIT
           END-IF.
           MOVE WISP-NUM-VALUE TO WISP-MNT-NUMBER.
           IF WISP-MNT-REASON = SPACES
               MOVE "ENTER THE REASON FOR THE VOID."
                   TO WISP-MNT-MESSAGE
               GO TO 6000-VOID-NUMBER-EXIT
           END-IF.

           MOVE SPACES TO WDOCNUM-RECORD.
           MOVE WISP-MNT-SERIES TO DN-SERIES.
           MOVE WISP-MNT-NUMBER TO DN-NUMBER.
           MOVE ZERO TO DN-PERIOD.
           MOVE WISP-MNT-REASON TO DN-REASON.
           MOVE "WNUMMNT" TO DN-PROGRAM.
           CALL "WDOCNUM" USING "VOI", WDOCNUM-RECORD, WISP-NUM-RETURN
               ON EXCEPTION
                   MOVE 2 TO WISP-NUM-RETURN
           END-CALL.
           EVALUATE WISP-NUM-RETURN
               WHEN 0
                   MOVE SPACES TO WISP-MNT-MESSAGE
                   STRING "NUMBER " DN-DOC-NUMBER " VOIDED."
                          DELIMITED BY SIZE
                          INTO WISP-MNT-MESSAGE
                   END-STRING
               WHEN 1
                   MOVE "NO SUCH SERIES." TO WISP-MNT-MESSAGE
               WHEN 3
                   MOVE "THAT NUMBER WAS NOT ISSUED IN THE CURRENT PERIO
      -                 "D." TO WISP-MNT-MESSAGE
               WHEN 4
                   MOVE "THAT NUMBER IS ALREADY VOIDED."
                       TO WISP-MNT-MESSAGE
               WHEN OTHER
                   MOVE "THE SERIES FILE IS BUSY - TRY AGAIN."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       6000-VOID-NUMBER-EXIT.
           EXIT.

      *    WISP-NUM-TEXT, LEFT-JUSTIFIED, AS A NUMBER OF UP TO TEN
      *    DIGITS.
       7000-CONVERT-NUMBER.
           MOVE "N" TO WISP-NUM-OK-SWITCH.
           MOVE ZERO TO WISP-NUM-LEN WISP-NUM-VALUE.
           INSPECT WISP-NUM-TEXT TALLYING WISP-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL " ".
           IF WISP-NUM-LEN > ZERO
               IF WISP-NUM-TEXT (1:WISP-NUM-LEN) IS NUMERIC
                   COMPUTE WISP-NUM-VALUE =
                       FUNCTION NUMVAL (WISP-NUM-TEXT (1:WISP-NUM-LEN))
                   SET WISP-NUM-OK TO TRUE
               END-IF
           END-IF.

       8000-REWRITE-SERIES-FILE.
           OPEN OUTPUT WDOCNUM-FILE.
           PERFORM VARYING WISP-FIELD-X FROM 1 BY 1
                   UNTIL WISP-FIELD-X > WISP-SER-COUNT
               MOVE WISP-SER-ENTRY (WISP-FIELD-X)
                   TO WDOCNUM-FILE-RECORD
               WRITE WDOCNUM-FILE-RECORD
           END-PERFORM.
           CLOSE WDOCNUM-FILE.

      *    THE SERIES JUST WRITTEN IS IN WDOCNUM-RECORD; THE BEFORE
      *    IMAGE WAS SET BY THE CALLER (SPACES FOR AN ADD).
       8100-AUDIT-CHANGE.
           MOVE DN-SERIES TO WISP-AUD-FILE.
           MOVE DN-SERIES TO WISP-AUD-RECKEY.
           MOVE SPACES TO WISP-AUD-AFTER.
           MOVE WDOCNUM-RECORD TO WISP-AUD-AFTER (1:176).
           CALL "WCHGAUD" USING WISP-AUD-VOL, WISP-AUD-LIB,
               WISP-AUD-FILE, WISP-AUD-RECKEY, WISP-AUD-BEFORE,
               WISP-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

       9999-STOP.
           EXIT PROGRAM.
