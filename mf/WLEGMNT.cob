      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WLEGMNT.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Place, change and release legal holds in the
      *               WLEGHOLD.DAT registry
      *
      *   Build:      cob WLEGMNT.cob
      *
      *
      *   WLEGHOLD.DAT holds one line per thing a legal matter has
      *   put under hold (copybook wleghold): a data file by its
      *   VOL/LIB/FILE ("*" matches any), or a log family by its
      *   WLOGROTE short name, each optionally narrowed to a range of
      *   record dates and of record keys.  While a line is active,
      *   WPURGE, WLOGROTE, WSCRATCH, the media register and the
      *   WPDSEARCH anonymizer keep what it covers (through the
      *   WLEGHOLD service).  WLEGMNT puts GETPARM-style screens in
      *   front of the file.
      *
      *   Functions (entered in the FUNCTION field):
      *       L  list the MATTER entered, released lines included
      *          (every active hold when blank)
      *       P  place a hold.  MATTER, KIND, the file (F) or the
      *          log stem (L) and REQUESTED BY are required; the
      *          date and key ranges and the RELEASE date are
      *          optional.  The same hold already active for the
      *          matter is refused
      *       R  release the matter's active holds -- every one, or,
      *          with a KIND and file or stem, just that one
      *       C  change the RELEASE date of the same selection; a
      *          RELEASE of 0 holds until released
      *   A released line is kept, marked R with the date and the
      *   operator, so the file stays the history of every hold.
      *   P, R and C are authority gated through WAUTHCHK (function
      *   LEGHOLD-MNT) and every change is written to CHGAUDX through
      *   WCHGAUD under VOL LEGAL, LIB WLEGHOLD, FILE = the held file
      *   or the log stem, with the matter, kind and the start of the
      *   file or stem as the record key.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WLEGMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLEGHOLD-FILE ASSIGN TO "WLEGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-HOLD-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WLEGHOLD-FILE.
       01  WLEGHOLD-FILE-RECORD       PIC X(163).

       WORKING-STORAGE SECTION.

       COPY "wleghold.cpy".

       01  WISP-HOLD-FILE-STATUS      PIC XX.
       01  WISP-HOLD-EOF-SWITCH       PIC X     VALUE "N".
           88  WISP-HOLD-EOF                    VALUE "Y".
       01  WISP-HOLD-OVERFLOW-SWITCH  PIC X     VALUE "N".
           88  WISP-HOLD-OVERFLOW               VALUE "Y".

       01  WISP-ROW-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-ROW-MAX               PIC 9(4)  VALUE 1000.
       01  WISP-ROW-TABLE.
           05  WISP-ROW-ENTRY  OCCURS 1000 TIMES
                               INDEXED BY WISP-ROW-X.
               10  WISP-ROW-IMAGE     PIC X(163).
               10  WISP-ROW-BEFORE    PIC X(163).
               10  WISP-ROW-CHANGED   PIC X.
       01  WISP-ROW-MOVE-X            PIC 9(4)  COMP-5.
       01  WISP-MATCH-COUNT           PIC 9(4)  COMP-5.
       01  WISP-LIST-COUNT            PIC 9(4)  COMP-5.
       01  WISP-COUNT-DISP            PIC ZZZ9.
       01  WISP-TODAY                 PIC 9(8).
       01  WISP-STATE-MARK            PIC X.

      *    The log family, as WLOGROTE knows it -- a log hold must
      *    name one of these stems.
       01  WISP-STEM-VALUES.
           05  FILLER  PIC X(8) VALUE "MFLNKTRC".
           05  FILLER  PIC X(8) VALUE "GTPMAUD ".
           05  FILLER  PIC X(8) VALUE "DISPLOG ".
           05  FILLER  PIC X(8) VALUE "OPENFAUD".
           05  FILLER  PIC X(8) VALUE "WCLINKCK".
           05  FILLER  PIC X(8) VALUE "WISPERR ".
           05  FILLER  PIC X(8) VALUE "WISPRUN ".
           05  FILLER  PIC X(8) VALUE "WISPSUB ".
           05  FILLER  PIC X(8) VALUE "FACERRLG".
           05  FILLER  PIC X(8) VALUE "PERFLOG ".
           05  FILLER  PIC X(8) VALUE "ACKLOG  ".
           05  FILLER  PIC X(8) VALUE "GPERRLOG".
       01  FILLER REDEFINES WISP-STEM-VALUES.
           05  WISP-STEM-ENTRY        PIC X(8)
                                      OCCURS 12 TIMES
                                      INDEXED BY WISP-STEM-X.

      *    CHGAUDX before and after images.
       01  WISP-AUD-VOL               PIC X(6)  VALUE "LEGAL".
       01  WISP-AUD-LIB               PIC X(8)  VALUE "WLEGHOLD".
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
       01  WISP-MNT-APP-NAME         PIC X(40) VALUE "WLEGMNT".

       01  WISP-MNT-FUNC             PIC X.
       01  WISP-MNT-MATTER           PIC X(12).
       01  WISP-MNT-KIND             PIC X.
       01  WISP-MNT-TRIPLE.
           05  WISP-MNT-VOL          PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WISP-MNT-LIB          PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WISP-MNT-FILE         PIC X(8).
       01  WISP-MNT-STEM             PIC X(8).
       01  WISP-MNT-WHAT             PIC X(24).
       01  WISP-MNT-DFROM-TEXT       PIC X(8).
       01  WISP-MNT-DTO-TEXT         PIC X(8).
       01  WISP-MNT-KEY-FROM         PIC X(20).
       01  WISP-MNT-KEY-TO           PIC X(20).
       01  WISP-MNT-REQUESTER        PIC X(16).
       01  WISP-MNT-RELEASE-TEXT     PIC X(8).
       01  WISP-MNT-DFROM            PIC 9(8).
       01  WISP-MNT-DTO              PIC 9(8).
       01  WISP-MNT-RELEASE          PIC 9(8).
       01  WISP-MNT-DATE-TEXT        PIC X(8).
       01  WISP-MNT-DATE             PIC 9(8).
       01  WISP-MNT-DATE-OK-SWITCH   PIC X.
           88  WISP-MNT-DATE-OK                VALUE "Y".
       01  WISP-MNT-MESSAGE          PIC X(70).
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.
       01  WISP-CALLER-ENV           PIC X(40).
       01  WISP-CALLER-ID            PIC X(8).

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WLEGMNT".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           CALL "WBATDATE" USING "GET", WISP-TODAY
               ON EXCEPTION
                   ACCEPT WISP-TODAY FROM DATE YYYYMMDD
           END-CALL.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-CALLER-ENV FROM ENVIRONMENT-VALUE.
           MOVE WISP-CALLER-ENV (1:8) TO WISP-CALLER-ID.
           PERFORM 1000-LOAD-HOLD-ROWS
               THRU 1000-LOAD-HOLD-ROWS-EXIT.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           IF WISP-HOLD-OVERFLOW
               MOVE "WLEGHOLD.DAT IS OVER 1000 LINES - LIST ONLY."
                   TO WISP-MNT-MESSAGE
           END-IF.
           PERFORM 2000-MAINTENANCE-CYCLE
               THRU 2000-MAINTENANCE-CYCLE-EXIT
               UNTIL WISP-MNT-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** LOAD THE WHOLE FILE INTO STORAGE
       1000-LOAD-HOLD-ROWS.

           MOVE ZERO TO WISP-ROW-COUNT.
           MOVE "N" TO WISP-HOLD-EOF-SWITCH.
           OPEN INPUT WLEGHOLD-FILE.
           IF WISP-HOLD-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-HOLD-ROWS-EXIT
           END-IF.

           PERFORM 1100-READ-HOLD-RECORD.
           PERFORM UNTIL WISP-HOLD-EOF
               IF WLEGHOLD-FILE-RECORD NOT = SPACES
                   IF WISP-ROW-COUNT < WISP-ROW-MAX
                       ADD 1 TO WISP-ROW-COUNT
                       SET WISP-ROW-X TO WISP-ROW-COUNT
                       MOVE WLEGHOLD-FILE-RECORD
                           TO WISP-ROW-IMAGE (WISP-ROW-X)
                   ELSE
                       SET WISP-HOLD-OVERFLOW TO TRUE
                   END-IF
               END-IF
               PERFORM 1100-READ-HOLD-RECORD
           END-PERFORM.

           CLOSE WLEGHOLD-FILE.

       1000-LOAD-HOLD-ROWS-EXIT.
           EXIT.

       1100-READ-HOLD-RECORD.
           READ WLEGHOLD-FILE
               AT END
                   SET WISP-HOLD-EOF TO TRUE
           END-READ.

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-MAINTENANCE-CYCLE.

           PERFORM 2100-SHOW-MAINT-SCREEN.
           IF WISP-MNT-TERM-KEY = 16
               GO TO 2000-MAINTENANCE-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-MNT-MESSAGE.
           IF WISP-MNT-FUNC = "P" OR "R" OR "C"
               IF WISP-HOLD-OVERFLOW
                   MOVE "REFUSED - WLEGHOLD.DAT IS OVER 1000 LINES."
                       TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               IF WISP-MNT-MATTER = SPACES
                   MOVE "ENTER THE MATTER." TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               IF WISP-MNT-MATTER (1:1) = "*"
                   MOVE "A MATTER MAY NOT START WITH *."
                       TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               MOVE "LEGHOLD-MNT" TO WISP-AUTH-FUNC
               CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
                   ON EXCEPTION
                       MOVE ZERO TO WISP-AUTH-RETURN
               END-CALL
               IF WISP-AUTH-RETURN NOT = ZERO
                   MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH LEGAL H
      -                 "OLDS." TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-MNT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-HOLDS
               WHEN "P"
                   PERFORM 4000-PLACE-HOLD
                       THRU 4000-PLACE-HOLD-EXIT
               WHEN "R"
                   PERFORM 5000-RELEASE-HOLDS
                       THRU 5000-RELEASE-HOLDS-EXIT
               WHEN "C"
                   PERFORM 6000-CHANGE-RELEASE
                       THRU 6000-CHANGE-RELEASE-EXIT
               WHEN OTHER
                   MOVE "ENTER L, P, R, OR C IN THE FUNCTION FIELD."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       2000-MAINTENANCE-CYCLE-EXIT.
           EXIT.

       2100-SHOW-MAINT-SCREEN.

           MOVE SPACES TO WISP-MNT-STATIC-TEXT.
           MOVE "              WLEGMNT - LEGAL HOLD REGISTRY"
               TO WISP-MNT-TEXT-LINES(2).
           MOVE "  FUNCTION (L/P/R/C)......:"
               TO WISP-MNT-TEXT-LINES(5).
           MOVE "  MATTER..................:"
               TO WISP-MNT-TEXT-LINES(6).
           MOVE "  KIND (F=FILE L=LOG).....:"
               TO WISP-MNT-TEXT-LINES(7).
           MOVE "  VOLUME / LIBRARY / FILE.:"
               TO WISP-MNT-TEXT-LINES(8).
           MOVE "  LOG STEM................:"
               TO WISP-MNT-TEXT-LINES(9).
           MOVE "  RECORDS DATED FROM......:"
               TO WISP-MNT-TEXT-LINES(11).
           MOVE "  RECORDS DATED TO........:"
               TO WISP-MNT-TEXT-LINES(12).
           MOVE "  RECORD KEYS FROM........:"
               TO WISP-MNT-TEXT-LINES(13).
           MOVE "  RECORD KEYS TO..........:"
               TO WISP-MNT-TEXT-LINES(14).
           MOVE "  REQUESTED BY............:"
               TO WISP-MNT-TEXT-LINES(15).
           MOVE "  RELEASE DATE (YYYYMMDD).:"
               TO WISP-MNT-TEXT-LINES(16).
           MOVE "  L=LIST  P=PLACE  R=RELEASE  C=CHANGE RELEASE DATE (0 
      -        "= UNTIL RELEASED)" TO WISP-MNT-TEXT-LINES(18).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-MNT-TEXT-LINES(20).
           MOVE WISP-MNT-MESSAGE TO WISP-MNT-TEXT-LINES(22).

           MOVE 13 TO WISP-MNT-FIELD-CNT.
           MOVE  5 TO WISP-MNT-ROW(1).
           MOVE 30 TO WISP-MNT-COL(1).
           MOVE  1 TO WISP-MNT-LEN(1).
           MOVE  6 TO WISP-MNT-ROW(2).
           MOVE 30 TO WISP-MNT-COL(2).
           MOVE 12 TO WISP-MNT-LEN(2).
           MOVE  7 TO WISP-MNT-ROW(3).
           MOVE 30 TO WISP-MNT-COL(3).
           MOVE  1 TO WISP-MNT-LEN(3).
           MOVE  8 TO WISP-MNT-ROW(4).
           MOVE 30 TO WISP-MNT-COL(4).
           MOVE  6 TO WISP-MNT-LEN(4).
           MOVE  8 TO WISP-MNT-ROW(5).
           MOVE 38 TO WISP-MNT-COL(5).
           MOVE  8 TO WISP-MNT-LEN(5).
           MOVE  8 TO WISP-MNT-ROW(6).
           MOVE 48 TO WISP-MNT-COL(6).
           MOVE  8 TO WISP-MNT-LEN(6).
           MOVE  9 TO WISP-MNT-ROW(7).
           MOVE 30 TO WISP-MNT-COL(7).
           MOVE  8 TO WISP-MNT-LEN(7).
           MOVE 11 TO WISP-MNT-ROW(8).
           MOVE 30 TO WISP-MNT-COL(8).
           MOVE  8 TO WISP-MNT-LEN(8).
           MOVE 12 TO WISP-MNT-ROW(9).
           MOVE 30 TO WISP-MNT-COL(9).
           MOVE  8 TO WISP-MNT-LEN(9).
           MOVE 13 TO WISP-MNT-ROW(10).
           MOVE 30 TO WISP-MNT-COL(10).
           MOVE 20 TO WISP-MNT-LEN(10).
           MOVE 14 TO WISP-MNT-ROW(11).
           MOVE 30 TO WISP-MNT-COL(11).
           MOVE 20 TO WISP-MNT-LEN(11).
           MOVE 15 TO WISP-MNT-ROW(12).
           MOVE 30 TO WISP-MNT-COL(12).
           MOVE 16 TO WISP-MNT-LEN(12).
           MOVE 16 TO WISP-MNT-ROW(13).
           MOVE 30 TO WISP-MNT-COL(13).
           MOVE  8 TO WISP-MNT-LEN(13).
           PERFORM VARYING WISP-ROW-MOVE-X FROM 1 BY 1
                   UNTIL WISP-ROW-MOVE-X > 13
               MOVE 128 TO WISP-MNT-FAC(WISP-ROW-MOVE-X)
               MOVE SPACES TO WISP-MNT-DATA(WISP-ROW-MOVE-X)
               MOVE SPACE TO WISP-MNT-EDIT(WISP-ROW-MOVE-X)
               MOVE SPACES TO WISP-MNT-HELP(WISP-ROW-MOVE-X)
               MOVE ZERO TO WISP-MNT-AUTH (WISP-ROW-MOVE-X)
               MOVE SPACES TO WISP-MNT-LKUP (WISP-ROW-MOVE-X)
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
           MOVE WISP-MNT-DATA(2) (1:12) TO WISP-MNT-MATTER.
           MOVE WISP-MNT-DATA(3) (1:1) TO WISP-MNT-KIND.
           MOVE WISP-MNT-DATA(4) (1:6) TO WISP-MNT-VOL.
           MOVE WISP-MNT-DATA(5) (1:8) TO WISP-MNT-LIB.
           MOVE WISP-MNT-DATA(6) (1:8) TO WISP-MNT-FILE.
           MOVE WISP-MNT-DATA(7) (1:8) TO WISP-MNT-STEM.
           MOVE WISP-MNT-DATA(8) (1:8) TO WISP-MNT-DFROM-TEXT.
           MOVE WISP-MNT-DATA(9) (1:8) TO WISP-MNT-DTO-TEXT.
           MOVE WISP-MNT-DATA(10) (1:20) TO WISP-MNT-KEY-FROM.
           MOVE WISP-MNT-DATA(11) (1:20) TO WISP-MNT-KEY-TO.
           MOVE WISP-MNT-DATA(12) (1:16) TO WISP-MNT-REQUESTER.
           MOVE WISP-MNT-DATA(13) (1:8) TO WISP-MNT-RELEASE-TEXT.

      *    What the hold names, in the registry's own form -- the
      *    triple for a file, the stem for a log.
           MOVE SPACES TO WISP-MNT-WHAT.
           IF WISP-MNT-KIND = "L"
               MOVE WISP-MNT-STEM TO WISP-MNT-WHAT
           ELSE
               IF WISP-MNT-VOL NOT = SPACES
                       OR WISP-MNT-LIB NOT = SPACES
                       OR WISP-MNT-FILE NOT = SPACES
                   MOVE WISP-MNT-TRIPLE TO WISP-MNT-WHAT
               END-IF
           END-IF.

      **** L -- ONE MATTER'S LINES, RELEASED ONES INCLUDED, OR EVERY
      **** HOLD ACTIVE TODAY
       3000-LIST-HOLDS.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-LIST-COUNT.
           MOVE "S MATTER       K FILE OR LOG STEM         FROM     TO  
      -        "     RELEASE  REQUESTER" TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
               MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WLEGHOLD-RECORD
               PERFORM 7000-SET-STATE-MARK
               IF LH-MATTER (1:1) NOT = "*"
                   IF (WISP-MNT-MATTER = SPACES
                           AND WISP-STATE-MARK = "A")
                       OR (WISP-MNT-MATTER NOT = SPACES
                           AND LH-MATTER = WISP-MNT-MATTER)
                       ADD 1 TO WISP-LIST-COUNT
                       PERFORM 3200-FORMAT-HOLD-LINES
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WISP-LIST-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "HOLDS: " WISP-COUNT-DISP
                  "    A = ACTIVE  R = RELEASED  X = LAPSED, AS OF "
                  WISP-TODAY
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

      *    The hold, and under it the key range when it has one.
       3200-FORMAT-HOLD-LINES.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING WISP-STATE-MARK " "
                  LH-MATTER " "
                  LH-KIND " "
                  LH-TRIPLE " "
                  LH-DATE-FROM " "
                  LH-DATE-TO " "
                  LH-RELEASE " "
                  LH-REQUESTER (1:10)
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           IF LH-KEY-FROM NOT = SPACES OR LH-KEY-TO NOT = SPACES
               MOVE SPACES TO WISP-DSP-WORK-LINE
               STRING "                 KEYS " LH-KEY-FROM
                      " TO " LH-KEY-TO
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
               PERFORM 3100-QUEUE-DISPLAY-LINE
           END-IF.

      **** P -- A NEW HOLD, ACTIVE AT ONCE
       4000-PLACE-HOLD.

           IF WISP-MNT-KIND NOT = "F" AND WISP-MNT-KIND NOT = "L"
               MOVE "KIND MUST BE F (A FILE) OR L (A LOG)."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.
           IF WISP-MNT-KIND = "F"
               IF WISP-MNT-VOL = SPACES OR WISP-MNT-LIB = SPACES
                       OR WISP-MNT-FILE = SPACES
                   MOVE "ENTER THE VOLUME, LIBRARY AND FILE - * MATCHES 
      -                 "ANY." TO WISP-MNT-MESSAGE
                   GO TO 4000-PLACE-HOLD-EXIT
               END-IF
               IF WISP-MNT-VOL = "*" AND WISP-MNT-LIB = "*"
                       AND WISP-MNT-FILE = "*"
                   MOVE "REFUSED - NAME AT LEAST ONE OF VOLUME, LIBRARY,
      -                 " FILE." TO WISP-MNT-MESSAGE
                   GO TO 4000-PLACE-HOLD-EXIT
               END-IF
           ELSE
               SET WISP-STEM-X TO 1
               SEARCH WISP-STEM-ENTRY
                   AT END
                       MOVE "NO SUCH LOG STEM - SEE WLOGROTE FOR THE LOG
      -                     " FAMILY." TO WISP-MNT-MESSAGE
                       GO TO 4000-PLACE-HOLD-EXIT
                   WHEN WISP-STEM-ENTRY (WISP-STEM-X) = WISP-MNT-STEM
                       CONTINUE
               END-SEARCH
               IF WISP-MNT-KEY-FROM NOT = SPACES
                       OR WISP-MNT-KEY-TO NOT = SPACES
                   MOVE "A LOG HOLD IS BY DATE ONLY - LEAVE THE KEYS BLA
      -                 "NK." TO WISP-MNT-MESSAGE
                   GO TO 4000-PLACE-HOLD-EXIT
               END-IF
           END-IF.
           IF WISP-MNT-REQUESTER = SPACES
               MOVE "ENTER WHO REQUESTED THE HOLD."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.

           MOVE WISP-MNT-DFROM-TEXT TO WISP-MNT-DATE-TEXT.
           PERFORM 7100-CHECK-DATE.
           IF NOT WISP-MNT-DATE-OK
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.
           MOVE WISP-MNT-DATE TO WISP-MNT-DFROM.
           MOVE WISP-MNT-DTO-TEXT TO WISP-MNT-DATE-TEXT.
           PERFORM 7100-CHECK-DATE.
           IF NOT WISP-MNT-DATE-OK
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.
           MOVE WISP-MNT-DATE TO WISP-MNT-DTO.
           IF WISP-MNT-DFROM NOT = ZERO AND WISP-MNT-DTO NOT = ZERO
                   AND WISP-MNT-DTO < WISP-MNT-DFROM
               MOVE "THE DATED TO IS BEFORE THE DATED FROM."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.
           IF WISP-MNT-KEY-FROM NOT = SPACES
                   AND WISP-MNT-KEY-TO NOT = SPACES
                   AND WISP-MNT-KEY-TO < WISP-MNT-KEY-FROM
               MOVE "THE KEYS TO IS BEFORE THE KEYS FROM."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.
           MOVE WISP-MNT-RELEASE-TEXT TO WISP-MNT-DATE-TEXT.
           PERFORM 7100-CHECK-DATE.
           IF NOT WISP-MNT-DATE-OK
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.
           MOVE WISP-MNT-DATE TO WISP-MNT-RELEASE.
           IF WISP-MNT-RELEASE NOT = ZERO
                   AND WISP-MNT-RELEASE < WISP-TODAY
               MOVE "THE RELEASE DATE IS ALREADY PAST."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.

      *    The same thing already held for the matter needs a change
      *    of dates, not a second line.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
               MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WLEGHOLD-RECORD
               PERFORM 7000-SET-STATE-MARK
               IF WISP-STATE-MARK = "A"
                       AND LH-MATTER = WISP-MNT-MATTER
                       AND LH-KIND = WISP-MNT-KIND
                       AND LH-TRIPLE = WISP-MNT-WHAT
                   MOVE "REFUSED - THAT FILE OR STEM IS ALREADY HELD FOR
      -                 " THE MATTER." TO WISP-MNT-MESSAGE
                   GO TO 4000-PLACE-HOLD-EXIT
               END-IF
           END-PERFORM.
           IF WISP-ROW-COUNT NOT < WISP-ROW-MAX
               MOVE "REFUSED - THE LEGAL HOLD FILE IS FULL."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-PLACE-HOLD-EXIT
           END-IF.

           MOVE SPACES TO WLEGHOLD-RECORD.
           MOVE WISP-MNT-MATTER TO LH-MATTER.
           MOVE WISP-MNT-KIND TO LH-KIND.
           MOVE WISP-MNT-WHAT TO LH-TRIPLE.
           MOVE WISP-MNT-DFROM TO LH-DATE-FROM.
           MOVE WISP-MNT-DTO TO LH-DATE-TO.
           MOVE WISP-MNT-KEY-FROM TO LH-KEY-FROM.
           MOVE WISP-MNT-KEY-TO TO LH-KEY-TO.
           MOVE WISP-MNT-REQUESTER TO LH-REQUESTER.
           MOVE WISP-MNT-RELEASE TO LH-RELEASE.
           SET LH-ACTIVE TO TRUE.
           MOVE WISP-TODAY TO LH-PLACED-DATE.
           MOVE WISP-CALLER-ID TO LH-PLACED-BY.
           MOVE ZERO TO LH-RELEASED-DATE.

           PERFORM 7300-CLEAR-CHANGED.
           ADD 1 TO WISP-ROW-COUNT.
           SET WISP-ROW-X TO WISP-ROW-COUNT.
           MOVE WLEGHOLD-RECORD TO WISP-ROW-IMAGE (WISP-ROW-X).
           MOVE SPACES TO WISP-ROW-BEFORE (WISP-ROW-X).
           MOVE "Y" TO WISP-ROW-CHANGED (WISP-ROW-X).
           PERFORM 8000-REWRITE-HOLD-FILE.
           PERFORM 8200-AUDIT-CHANGED-ROWS.
           MOVE "HOLD PLACED." TO WISP-MNT-MESSAGE.

       4000-PLACE-HOLD-EXIT.
           EXIT.

      **** R -- THE MATTER'S ACTIVE HOLDS, OR THE ONE NAMED, RELEASED
       5000-RELEASE-HOLDS.

           PERFORM 7300-CLEAR-CHANGED.
           MOVE ZERO TO WISP-MATCH-COUNT.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
               MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WLEGHOLD-RECORD
               PERFORM 7200-TEST-SELECTED
               IF WISP-ROW-CHANGED (WISP-ROW-X) = "S"
                   ADD 1 TO WISP-MATCH-COUNT
                   MOVE WISP-ROW-IMAGE (WISP-ROW-X)
                       TO WISP-ROW-BEFORE (WISP-ROW-X)
                   SET LH-RELEASED TO TRUE
                   MOVE WISP-TODAY TO LH-RELEASED-DATE
                   MOVE WISP-CALLER-ID TO LH-RELEASED-BY
                   MOVE WLEGHOLD-RECORD TO WISP-ROW-IMAGE (WISP-ROW-X)
                   MOVE "Y" TO WISP-ROW-CHANGED (WISP-ROW-X)
               END-IF
           END-PERFORM.
           IF WISP-MATCH-COUNT = ZERO
               MOVE "NO ACTIVE HOLD FOR THAT MATTER AND FILE OR STEM."
                   TO WISP-MNT-MESSAGE
               GO TO 5000-RELEASE-HOLDS-EXIT
           END-IF.

           PERFORM 8000-REWRITE-HOLD-FILE.
           PERFORM 8200-AUDIT-CHANGED-ROWS.
           MOVE WISP-MATCH-COUNT TO WISP-COUNT-DISP.
           STRING WISP-COUNT-DISP " HOLD(S) RELEASED."
               DELIMITED BY SIZE INTO WISP-MNT-MESSAGE
           END-STRING.

       5000-RELEASE-HOLDS-EXIT.
           EXIT.

      **** C -- A NEW RELEASE DATE FOR THE SAME SELECTION
       6000-CHANGE-RELEASE.

           IF WISP-MNT-RELEASE-TEXT = "0"
                   OR WISP-MNT-RELEASE-TEXT = "00000000"
               MOVE ZERO TO WISP-MNT-RELEASE
           ELSE
               IF WISP-MNT-RELEASE-TEXT = SPACES
                   MOVE "ENTER THE RELEASE DATE, OR 0 TO HOLD UNTIL RELE
      -                 "ASED." TO WISP-MNT-MESSAGE
                   GO TO 6000-CHANGE-RELEASE-EXIT
               END-IF
               MOVE WISP-MNT-RELEASE-TEXT TO WISP-MNT-DATE-TEXT
               PERFORM 7100-CHECK-DATE
               IF NOT WISP-MNT-DATE-OK
                   GO TO 6000-CHANGE-RELEASE-EXIT
               END-IF
               MOVE WISP-MNT-DATE TO WISP-MNT-RELEASE
               IF WISP-MNT-RELEASE < WISP-TODAY
                   MOVE "THE RELEASE DATE IS ALREADY PAST - USE R TO REL
      -                 "EASE." TO WISP-MNT-MESSAGE
                   GO TO 6000-CHANGE-RELEASE-EXIT
               END-IF
           END-IF.

           PERFORM 7300-CLEAR-CHANGED.
           MOVE ZERO TO WISP-MATCH-COUNT.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
               MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WLEGHOLD-RECORD
               PERFORM 7200-TEST-SELECTED
               IF WISP-ROW-CHANGED (WISP-ROW-X) = "S"
                   ADD 1 TO WISP-MATCH-COUNT
                   MOVE SPACE TO WISP-ROW-CHANGED (WISP-ROW-X)
                   IF LH-RELEASE NOT = WISP-MNT-RELEASE
                       MOVE WISP-ROW-IMAGE (WISP-ROW-X)
                           TO WISP-ROW-BEFORE (WISP-ROW-X)
                       MOVE WISP-MNT-RELEASE TO LH-RELEASE
                       MOVE WLEGHOLD-RECORD
                           TO WISP-ROW-IMAGE (WISP-ROW-X)
                       MOVE "Y" TO WISP-ROW-CHANGED (WISP-ROW-X)
                   END-IF
               END-IF
           END-PERFORM.
           IF WISP-MATCH-COUNT = ZERO
               MOVE "NO ACTIVE HOLD FOR THAT MATTER AND FILE OR STEM."
                   TO WISP-MNT-MESSAGE
               GO TO 6000-CHANGE-RELEASE-EXIT
           END-IF.

           PERFORM 8000-REWRITE-HOLD-FILE.
           PERFORM 8200-AUDIT-CHANGED-ROWS.
           MOVE WISP-MATCH-COUNT TO WISP-COUNT-DISP.
           STRING WISP-COUNT-DISP " HOLD(S) NOW RELEASE ON "
                  WISP-MNT-RELEASE "."
               DELIMITED BY SIZE INTO WISP-MNT-MESSAGE
           END-STRING.

       6000-CHANGE-RELEASE-EXIT.
           EXIT.

      *    A = ACTIVE, R = RELEASED, X = LAPSED (ITS RELEASE DATE HAS
      *    GONE BY), "*" = A COMMENT OR DAMAGED LINE, FOR THE LINE IN
      *    WLEGHOLD-RECORD.
       7000-SET-STATE-MARK.
           EVALUATE TRUE
               WHEN LH-MATTER (1:1) = "*"
                   MOVE "*" TO WISP-STATE-MARK
               WHEN LH-RELEASED
                   MOVE "R" TO WISP-STATE-MARK
               WHEN LH-RELEASE IS NOT NUMERIC
                   MOVE "*" TO WISP-STATE-MARK
               WHEN LH-RELEASE NOT = ZERO
                       AND LH-RELEASE < WISP-TODAY
                   MOVE "X" TO WISP-STATE-MARK
               WHEN OTHER
                   MOVE "A" TO WISP-STATE-MARK
           END-EVALUATE.

      *    A DATE FIELD: BLANK IS ZERO, ELSE A VALID YYYYMMDD.
       7100-CHECK-DATE.
           MOVE "N" TO WISP-MNT-DATE-OK-SWITCH.
           MOVE ZERO TO WISP-MNT-DATE.
           IF WISP-MNT-DATE-TEXT = SPACES
               SET WISP-MNT-DATE-OK TO TRUE
           ELSE
               IF WISP-MNT-DATE-TEXT IS NOT NUMERIC
                   MOVE "DATES MUST BE YYYYMMDD, OR BLANK."
                       TO WISP-MNT-MESSAGE
               ELSE
                   MOVE WISP-MNT-DATE-TEXT TO WISP-MNT-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WISP-MNT-DATE)
                           = ZERO
                       SET WISP-MNT-DATE-OK TO TRUE
                   ELSE
                       MOVE WISP-MNT-DATE-TEXT TO WISP-MNT-MESSAGE
                       MOVE " IS NOT A VALID DATE."
                           TO WISP-MNT-MESSAGE (9:)
                   END-IF
               END-IF
           END-IF.

      *    R AND C WORK ON THE MATTER'S ACTIVE LINES -- ALL OF THEM,
      *    OR, WITH A KIND AND A FILE OR STEM, THE ONE NAMED.  A LINE
      *    SELECTED IS MARKED "S".
       7200-TEST-SELECTED.
           PERFORM 7000-SET-STATE-MARK.
           IF WISP-STATE-MARK = "A"
                   AND LH-MATTER = WISP-MNT-MATTER
               IF WISP-MNT-WHAT = SPACES
                   MOVE "S" TO WISP-ROW-CHANGED (WISP-ROW-X)
               ELSE
                   IF LH-KIND = WISP-MNT-KIND
                           AND LH-TRIPLE = WISP-MNT-WHAT
                       MOVE "S" TO WISP-ROW-CHANGED (WISP-ROW-X)
                   END-IF
               END-IF
           END-IF.

       7300-CLEAR-CHANGED.
           PERFORM VARYING WISP-ROW-MOVE-X FROM 1 BY 1
                   UNTIL WISP-ROW-MOVE-X > WISP-ROW-COUNT
               MOVE SPACE TO WISP-ROW-CHANGED (WISP-ROW-MOVE-X)
           END-PERFORM.

       8000-REWRITE-HOLD-FILE.
           OPEN OUTPUT WLEGHOLD-FILE.
           PERFORM VARYING WISP-ROW-MOVE-X FROM 1 BY 1
                   UNTIL WISP-ROW-MOVE-X > WISP-ROW-COUNT
               MOVE WISP-ROW-IMAGE (WISP-ROW-MOVE-X)
                   TO WLEGHOLD-FILE-RECORD
               WRITE WLEGHOLD-FILE-RECORD
           END-PERFORM.
           CLOSE WLEGHOLD-FILE.

      *    ONE CHGAUDX RECORD PER LINE MARKED "Y"; THE BEFORE IMAGE
      *    WAS KEPT BY THE CALLER (SPACES FOR A NEW HOLD).
       8200-AUDIT-CHANGED-ROWS.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
               IF WISP-ROW-CHANGED (WISP-ROW-X) = "Y"
                   PERFORM 8100-AUDIT-CHANGE
               END-IF
           END-PERFORM.

       8100-AUDIT-CHANGE.
           MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WLEGHOLD-RECORD.
           IF LH-LOG-HOLD
               MOVE LH-STEM (1:8) TO WISP-AUD-FILE
           ELSE
               MOVE LH-FILE TO WISP-AUD-FILE
           END-IF.
           MOVE SPACES TO WISP-AUD-RECKEY.
           STRING LH-MATTER " "
                  LH-KIND " "
                  LH-TRIPLE (1:17)
                  DELIMITED BY SIZE
                  INTO WISP-AUD-RECKEY
           END-STRING.
           MOVE SPACES TO WISP-AUD-BEFORE WISP-AUD-AFTER.
           MOVE WISP-ROW-BEFORE (WISP-ROW-X) TO WISP-AUD-BEFORE (1:163).
           MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WISP-AUD-AFTER (1:163).
           CALL "WCHGAUD" USING WISP-AUD-VOL, WISP-AUD-LIB,
               WISP-AUD-FILE, WISP-AUD-RECKEY, WISP-AUD-BEFORE,
               WISP-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

       9999-STOP.
           EXIT PROGRAM.
