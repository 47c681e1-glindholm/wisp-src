       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLAYOUT.
      ****************************************************************
      * WLAYOUT / WLAYFMT -- RECORD LAYOUT DICTIONARY LOOKUP.        *
      *                                                                *
      *           WBROWSE SHOWED A CHARACTER OR HEX DUMP AND WCHGINQ  *
      *           TWO 256-BYTE BLOBS; WORKING OUT WHAT CHANGED ON A   *
      *           VENDOR RECORD MEANT COUNTING COLUMNS.  THE SITE     *
      *           NOW DESCRIBES ITS FILES IN WLAYOUT.DAT, ONE FIELD   *
      *           PER LINE, FIXED COLUMNS:                            *
      *                                                                *
      *               VOL(6) sp LIB(8) sp FILE(8) sp NAME(16) sp      *
      *               POS(4) sp LEN(4) sp TYPE(1) sp DEC(1)           *
      *               [sp PD(1)]                                      *
      *                                                                *
      *           POS IS THE 1-BASED POSITION OF THE FIELD IN THE     *
      *           RECORD, LEN ITS LENGTH IN BYTES.  TYPE IS D         *
      *           (DISPLAY), P (PACKED), B (BINARY) OR T (DATE,       *
      *           YYYYMMDD OR YYMMDD -- YEARS 70-99 READ AS 19XX, THE *
      *           WPURGE RULE).  DEC IS THE DECIMAL COUNT; ON A       *
      *           DISPLAY FIELD A BLANK DEC MEANS CHARACTER DATA AND  *
      *           A DIGIT MEANS ZONED NUMERIC.  PD TAGS A FIELD AS    *
      *           PERSONAL DATA -- N NAME, A ADDRESS, T TAX ID, B     *
      *           BANK ACCOUNT, BLANK FOR NONE.  LINES STARTING WITH  *
      *           "*" ARE COMMENTS; A MALFORMED LINE IS SKIPPED.      *
      *                                                                *
      *               CALL "WLAYOUT" USING WISP-RECORD-LAYOUT         *
      *                                                                *
      *           (COPY "wlayout.cpy") FILLS THE FIELD TABLE FOR THE  *
      *           TRIPLE IN LAY-VOL/LAY-LIB/LAY-FILE, IN DICTIONARY   *
      *           ORDER, UP TO 100 FIELDS.  A ZERO LAY-FIELD-COUNT    *
      *           MEANS NO ENTRY.  THE LAST LAYOUT LOADED IS HELD, SO *
      *           A CALLER ASKING FOR THE SAME TRIPLE RECORD AFTER    *
      *           RECORD DOES NOT REREAD THE DICTIONARY.              *
      *                                                                *
      *               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,        *
      *                   FIELD-NUMBER, RECORD-AREA, WISP-FIELD-VALUE *
      *                                                                *
      *           DECODES ONE FIELD OF A RECORD IMAGE:                *
      *               FV-EMPTY      ALL SPACES OR LOW-VALUES (A DATE  *
      *                             OF ZEROS TOO)                     *
      *               FV-CHARACTER  CHARACTER DATA, FV-TEXT ONLY      *
      *               FV-NUMERIC    FV-NUMBER HOLDS THE VALUE (A DATE *
      *                             AS YYYYMMDD)                      *
      *               FV-INVALID    A NUMERIC OR DATE FIELD WHOSE     *
      *                             BYTES DO NOT DECODE -- FV-TEXT    *
      *                             THEN SHOWS THE RAW BYTES          *
      *                                                                *
      *               CALL "WLAYPUT" USING WISP-RECORD-LAYOUT,        *
      *                   FIELD-NUMBER, VALUE, RECORD-AREA, RET       *
      *                                                                *
      *           THE REVERSE: ENCODES VALUE X(80), TYPED THE WAY     *
      *           WLAYFMT SHOWS IT (-1234.56, A DATE AS YYYYMMDD OR   *
      *           YYYY-MM-DD), INTO THE FIELD'S BYTES.  CHARACTER     *
      *           DATA IS MOVED LEFT-JUSTIFIED; A BLANK VALUE CLEARS  *
      *           A CHARACTER FIELD AND ZEROES A NUMERIC ONE.  RET    *
      *           PIC 9:                                              *
      *               0  STORED                                       *
      *               1  NOT A NUMBER (NOTHING STORED)                *
      *               2  TOO LARGE FOR THE FIELD (NOTHING STORED)     *
      *               3  STORED, BUT DOES NOT DECODE AS THE FIELD'S   *
      *                  TYPE -- A DATE THAT IS NOT A CALENDAR DATE   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLAYOUT-FILE ASSIGN TO "WLAYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WLY-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WLAYOUT-FILE.
       01  WLAYOUT-RECORD.
           05  WLY-REC-VOL           PIC X(6).
           05  FILLER                PIC X.
           05  WLY-REC-LIB           PIC X(8).
           05  FILLER                PIC X.
           05  WLY-REC-FILE          PIC X(8).
           05  FILLER                PIC X.
           05  WLY-REC-NAME          PIC X(16).
           05  FILLER                PIC X.
           05  WLY-REC-POS           PIC X(4).
           05  FILLER                PIC X.
           05  WLY-REC-LEN           PIC X(4).
           05  FILLER                PIC X.
           05  WLY-REC-TYPE          PIC X.
           05  FILLER                PIC X.
           05  WLY-REC-DEC           PIC X.
           05  FILLER                PIC X.
           05  WLY-REC-PD            PIC X.

       WORKING-STORAGE SECTION.

       01  WLY-FILE-STATUS           PIC XX.
       01  WLY-EOF-SWITCH            PIC X.
           88  WLY-EOF                         VALUE "Y".

      *    The layout held from the last WLAYOUT call.
       01  WLY-HELD-SWITCH           PIC X     VALUE "N".
           88  WLY-HELD                        VALUE "Y".
       01  WLY-HELD-LAYOUT           PIC X(2424).

       01  WLY-FIELD-MAX             PIC 9(4)  VALUE 100.
       01  WLY-NUM-POS               PIC 9(4).
       01  WLY-NUM-LEN               PIC 9(4).

      *    Field decoding work.
       01  WLY-X                     PIC 9(4)  COMP.
       01  WLY-POS                   PIC 9(4)  COMP.
       01  WLY-LEN                   PIC 9(4)  COMP.
       01  WLY-BYTE                  PIC 9(4)  COMP.
       01  WLY-DIGIT-COUNT           PIC 9(4)  COMP.
       01  WLY-BYTE-CHAR             PIC X.
       01  WLY-BYTE-NUM REDEFINES WLY-BYTE-CHAR PIC X COMP-X.
       01  WLY-NIBBLE-HI             PIC 9(4)  COMP.
       01  WLY-NIBBLE-LO             PIC 9(4)  COMP.
       01  WLY-ACCUM                 PIC S9(18) COMP-3.
       01  WLY-SCALE                 PIC 9(18) COMP-3.
       01  WLY-ZONED                 PIC X(18).
       01  WLY-ZONED-NUM REDEFINES WLY-ZONED PIC S9(18).
       01  WLY-EDIT-NUMBER           PIC -(14)9.9999.
       01  WLY-EDIT-KEEP             PIC 9(4)  COMP.
       01  WLY-TRIM-POS              PIC 9(4)  COMP.
       01  WLY-PLAIN-TEXT            PIC X(40).

      *    Date validation.
       01  WLY-DATE-WORK             PIC 9(8).
       01  FILLER REDEFINES WLY-DATE-WORK.
           05  WLY-DATE-YYYY         PIC 9(4).
           05  WLY-DATE-MM           PIC 99.
           05  WLY-DATE-DD           PIC 99.
       01  WLY-DATE-YY-WORK          PIC 9(6).
       01  FILLER REDEFINES WLY-DATE-YY-WORK.
           05  WLY-DATE-YY           PIC 99.
           05  WLY-DATE-MMDD         PIC 9(4).
       01  WLY-MONTH-DAYS-TABLE      PIC X(24)
                              VALUE "312931303130313130313031".
       01  FILLER REDEFINES WLY-MONTH-DAYS-TABLE.
           05  WLY-MONTH-DAYS        PIC 99 OCCURS 12.
       01  WLY-DAYS-IN-MONTH         PIC 99.
       01  WLY-DATE-OK-SWITCH        PIC X.
           88  WLY-DATE-OK                     VALUE "Y".

      *    Field encoding work.
       01  WLY-PUT-VALUE             PIC X(80).
       01  WLY-PUT-DIGITS            PIC 9(4)  COMP.
       01  WLY-PUT-NUMBER            PIC S9(14)V9(4) COMP-3.
       01  WLY-PUT-SCALED            PIC S9(18) COMP-3.
       01  WLY-PUT-LIMIT             PIC 9(18) COMP-3.
       01  WLY-PUT-UNSIGNED          PIC 9(18).
       01  WLY-PUT-UNSIGNED-X REDEFINES WLY-PUT-UNSIGNED PIC X(18).
       01  WLY-PUT-SIGNED            PIC S9(18).
       01  WLY-PUT-SIGNED-X REDEFINES WLY-PUT-SIGNED PIC X(18).
       01  WLY-PUT-PACKED            PIC S9(18) COMP-3.
       01  WLY-PUT-PACKED-X REDEFINES WLY-PUT-PACKED PIC X(10).
       01  WLY-PUT-BINARY            PIC S9(18) COMP.
       01  WLY-PUT-BINARY-X REDEFINES WLY-PUT-BINARY PIC X(8).

       LINKAGE SECTION.

       COPY "wlayout.cpy".
       01  WLY-FIELD-NUMBER          PIC 9(4)  COMP.
       01  WLY-RECORD-AREA           PIC X(2048).
       01  WLY-VALUE                 PIC X(80).
       01  WLY-PUT-RETURN            PIC 9.

       PROCEDURE DIVISION USING WISP-RECORD-LAYOUT.

       MAIN-WLAYOUT.

           IF WLY-HELD
                   AND WLY-HELD-LAYOUT (1:22)
                       = WISP-RECORD-LAYOUT (1:22)
               MOVE WLY-HELD-LAYOUT TO WISP-RECORD-LAYOUT
               GO TO WLAYOUT-EXIT
           END-IF.

           MOVE ZERO TO LAY-FIELD-COUNT.
           MOVE "N" TO WLY-EOF-SWITCH.
           OPEN INPUT WLAYOUT-FILE.
           IF WLY-FILE-STATUS NOT = "00"
               GO TO WLAYOUT-HOLD
           END-IF.
           PERFORM READ-LAYOUT-RECORD
               UNTIL WLY-EOF.
           CLOSE WLAYOUT-FILE.

       WLAYOUT-HOLD.
           MOVE WISP-RECORD-LAYOUT TO WLY-HELD-LAYOUT.
           SET WLY-HELD TO TRUE.

       WLAYOUT-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * ONE DICTIONARY LINE -- KEPT WHEN IT NAMES THE WANTED TRIPLE  *
      * AND DESCRIBES A FIELD THAT FITS A 2048-BYTE RECORD.          *
      ****************************************************************

       READ-LAYOUT-RECORD.

           READ WLAYOUT-FILE
               AT END
                   SET WLY-EOF TO TRUE
               NOT AT END
                   IF WLY-REC-VOL (1:1) NOT = "*"
                           AND WLY-REC-VOL = LAY-VOL
                           AND WLY-REC-LIB = LAY-LIB
                           AND WLY-REC-FILE = LAY-FILE
                           AND WLY-REC-NAME NOT = SPACES
                           AND LAY-FIELD-COUNT < WLY-FIELD-MAX
                       PERFORM ADD-LAYOUT-FIELD
                           THRU ADD-LAYOUT-FIELD-EXIT
                   END-IF
           END-READ.

       ADD-LAYOUT-FIELD.

           INSPECT WLY-REC-POS REPLACING LEADING SPACE BY ZERO.
           INSPECT WLY-REC-LEN REPLACING LEADING SPACE BY ZERO.
           IF WLY-REC-POS IS NOT NUMERIC
                   OR WLY-REC-LEN IS NOT NUMERIC
               GO TO ADD-LAYOUT-FIELD-EXIT
           END-IF.
           MOVE WLY-REC-POS TO WLY-NUM-POS.
           MOVE WLY-REC-LEN TO WLY-NUM-LEN.
           IF WLY-NUM-POS = ZERO OR WLY-NUM-LEN = ZERO
                   OR WLY-NUM-POS + WLY-NUM-LEN - 1 > 2048
               GO TO ADD-LAYOUT-FIELD-EXIT
           END-IF.
           IF WLY-REC-TYPE NOT = "D" AND NOT = "P"
                   AND NOT = "B" AND NOT = "T"
               GO TO ADD-LAYOUT-FIELD-EXIT
           END-IF.
           IF WLY-REC-DEC NOT = SPACE AND WLY-REC-DEC IS NOT NUMERIC
               GO TO ADD-LAYOUT-FIELD-EXIT
           END-IF.
           IF WLY-REC-PD NOT = SPACE AND NOT = "N" AND NOT = "A"
                   AND NOT = "T" AND NOT = "B"
               GO TO ADD-LAYOUT-FIELD-EXIT
           END-IF.

           ADD 1 TO LAY-FIELD-COUNT.
           MOVE LAY-FIELD-COUNT TO WLY-X.
           MOVE WLY-REC-NAME TO LAY-FLD-NAME (WLY-X).
           MOVE WLY-NUM-POS TO LAY-FLD-OFFSET (WLY-X).
           MOVE WLY-NUM-LEN TO LAY-FLD-LENGTH (WLY-X).
           MOVE WLY-REC-TYPE TO LAY-FLD-TYPE (WLY-X).
           MOVE WLY-REC-PD TO LAY-FLD-PERSONAL (WLY-X).
           MOVE ZERO TO LAY-FLD-DECIMALS (WLY-X).
           MOVE "Y" TO LAY-FLD-NUMERIC-SW (WLY-X).
           IF WLY-REC-DEC IS NUMERIC
               MOVE WLY-REC-DEC TO LAY-FLD-DECIMALS (WLY-X)
           ELSE
               IF WLY-REC-TYPE = "D"
                   MOVE "N" TO LAY-FLD-NUMERIC-SW (WLY-X)
               END-IF
           END-IF.

       ADD-LAYOUT-FIELD-EXIT.
           EXIT.

      ****************************************************************
      * DECODE ONE FIELD OF A RECORD IMAGE.                          *
      ****************************************************************

       ENTRY-WLAYFMT.

           ENTRY "WLAYFMT" USING WISP-RECORD-LAYOUT, WLY-FIELD-NUMBER,
               WLY-RECORD-AREA, WISP-FIELD-VALUE.

           MOVE SPACES TO FV-TEXT.
           MOVE ZERO TO FV-NUMBER.
           MOVE "X" TO FV-STATE.
           IF WLY-FIELD-NUMBER = ZERO
                   OR WLY-FIELD-NUMBER > LAY-FIELD-COUNT
               EXIT PROGRAM
           END-IF.
           MOVE WLY-FIELD-NUMBER TO WLY-X.
           MOVE LAY-FLD-OFFSET (WLY-X) TO WLY-POS.
           MOVE LAY-FLD-LENGTH (WLY-X) TO WLY-LEN.

           MOVE SPACES TO WLY-PLAIN-TEXT.
           IF WLY-LEN > 40
               MOVE WLY-RECORD-AREA (WLY-POS:40) TO WLY-PLAIN-TEXT
           ELSE
               MOVE WLY-RECORD-AREA (WLY-POS:WLY-LEN) TO WLY-PLAIN-TEXT
           END-IF.

           IF WLY-RECORD-AREA (WLY-POS:WLY-LEN) = SPACES
                   OR WLY-RECORD-AREA (WLY-POS:WLY-LEN) = LOW-VALUES
               MOVE "E" TO FV-STATE
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN LAY-FLD-PACKED (WLY-X)
                   PERFORM DECODE-PACKED-FIELD
                       THRU DECODE-PACKED-FIELD-EXIT
               WHEN LAY-FLD-BINARY (WLY-X)
                   PERFORM DECODE-BINARY-FIELD
                       THRU DECODE-BINARY-FIELD-EXIT
               WHEN LAY-FLD-DATE (WLY-X)
                   PERFORM DECODE-DATE-FIELD
                       THRU DECODE-DATE-FIELD-EXIT
               WHEN LAY-FLD-IS-NUMERIC (WLY-X)
                   PERFORM DECODE-ZONED-FIELD
                       THRU DECODE-ZONED-FIELD-EXIT
               WHEN OTHER
                   MOVE WLY-PLAIN-TEXT TO FV-TEXT
                   MOVE "A" TO FV-STATE
           END-EVALUATE.

           IF FV-INVALID
               MOVE WLY-PLAIN-TEXT TO FV-TEXT
           END-IF.
           EXIT PROGRAM.

       DECODE-ZONED-FIELD.

           IF WLY-LEN > 18
               GO TO DECODE-ZONED-FIELD-EXIT
           END-IF.
           MOVE ALL "0" TO WLY-ZONED.
           MOVE WLY-RECORD-AREA (WLY-POS:WLY-LEN)
               TO WLY-ZONED (19 - WLY-LEN:WLY-LEN).
           INSPECT WLY-ZONED REPLACING LEADING SPACE BY ZERO.
           IF WLY-ZONED-NUM IS NOT NUMERIC
               GO TO DECODE-ZONED-FIELD-EXIT
           END-IF.
           MOVE WLY-ZONED-NUM TO WLY-ACCUM.
           PERFORM SCALE-AND-EDIT.

       DECODE-ZONED-FIELD-EXIT.
           EXIT.

      *    Two digits a byte, the sign in the last low nibble.
       DECODE-PACKED-FIELD.

           IF WLY-LEN > 9
               GO TO DECODE-PACKED-FIELD-EXIT
           END-IF.
           MOVE ZERO TO WLY-ACCUM.
           PERFORM VARYING WLY-BYTE FROM 0 BY 1
                   UNTIL WLY-BYTE NOT < WLY-LEN
               MOVE WLY-RECORD-AREA (WLY-POS + WLY-BYTE:1)
                   TO WLY-BYTE-CHAR
               COMPUTE WLY-NIBBLE-HI = WLY-BYTE-NUM / 16
               COMPUTE WLY-NIBBLE-LO =
                   FUNCTION MOD (WLY-BYTE-NUM, 16)
               IF WLY-NIBBLE-HI > 9
                   GO TO DECODE-PACKED-FIELD-EXIT
               END-IF
               COMPUTE WLY-ACCUM = WLY-ACCUM * 10 + WLY-NIBBLE-HI
               IF WLY-BYTE < WLY-LEN - 1
                   IF WLY-NIBBLE-LO > 9
                       GO TO DECODE-PACKED-FIELD-EXIT
                   END-IF
                   COMPUTE WLY-ACCUM = WLY-ACCUM * 10 + WLY-NIBBLE-LO
               END-IF
           END-PERFORM.
           IF WLY-NIBBLE-LO < 10
               GO TO DECODE-PACKED-FIELD-EXIT
           END-IF.
           IF WLY-NIBBLE-LO = 11 OR WLY-NIBBLE-LO = 13
               COMPUTE WLY-ACCUM = 0 - WLY-ACCUM
           END-IF.
           PERFORM SCALE-AND-EDIT.

       DECODE-PACKED-FIELD-EXIT.
           EXIT.

      *    Big-endian two's complement, the COMP layout of this shop.
       DECODE-BINARY-FIELD.

           IF WLY-LEN > 7
               GO TO DECODE-BINARY-FIELD-EXIT
           END-IF.
           MOVE ZERO TO WLY-ACCUM.
           MOVE 1 TO WLY-SCALE.
           PERFORM VARYING WLY-BYTE FROM 0 BY 1
                   UNTIL WLY-BYTE NOT < WLY-LEN
               MOVE WLY-RECORD-AREA (WLY-POS + WLY-BYTE:1)
                   TO WLY-BYTE-CHAR
               COMPUTE WLY-ACCUM = WLY-ACCUM * 256 + WLY-BYTE-NUM
               COMPUTE WLY-SCALE = WLY-SCALE * 256
           END-PERFORM.
           MOVE WLY-RECORD-AREA (WLY-POS:1) TO WLY-BYTE-CHAR.
           IF WLY-BYTE-NUM > 127
               COMPUTE WLY-ACCUM = WLY-ACCUM - WLY-SCALE
           END-IF.
           PERFORM SCALE-AND-EDIT.

       DECODE-BINARY-FIELD-EXIT.
           EXIT.

       DECODE-DATE-FIELD.

           MOVE "N" TO WLY-DATE-OK-SWITCH.
           IF WLY-LEN = 8
                   AND WLY-RECORD-AREA (WLY-POS:8) IS NUMERIC
               MOVE WLY-RECORD-AREA (WLY-POS:8) TO WLY-DATE-WORK
           ELSE
               IF WLY-LEN = 6
                       AND WLY-RECORD-AREA (WLY-POS:6) IS NUMERIC
                   MOVE WLY-RECORD-AREA (WLY-POS:6)
                       TO WLY-DATE-YY-WORK
                   IF WLY-DATE-YY > 69
                       COMPUTE WLY-DATE-WORK = 19000000
                           + WLY-DATE-YY * 10000 + WLY-DATE-MMDD
                   ELSE
                       COMPUTE WLY-DATE-WORK = 20000000
                           + WLY-DATE-YY * 10000 + WLY-DATE-MMDD
                   END-IF
               ELSE
                   GO TO DECODE-DATE-FIELD-EXIT
               END-IF
           END-IF.
           IF WLY-DATE-WORK = ZERO
                   OR WLY-RECORD-AREA (WLY-POS:WLY-LEN) = ALL "0"
               MOVE "E" TO FV-STATE
               GO TO DECODE-DATE-FIELD-EXIT
           END-IF.

           PERFORM TEST-CALENDAR-DATE
               THRU TEST-CALENDAR-DATE-EXIT.
           IF NOT WLY-DATE-OK
               GO TO DECODE-DATE-FIELD-EXIT
           END-IF.
           MOVE WLY-DATE-WORK TO FV-NUMBER.
           STRING WLY-DATE-YYYY "-" WLY-DATE-MM "-" WLY-DATE-DD
                  DELIMITED BY SIZE
                  INTO FV-TEXT
           END-STRING.
           MOVE "N" TO FV-STATE.

       DECODE-DATE-FIELD-EXIT.
           EXIT.

       TEST-CALENDAR-DATE.

           IF WLY-DATE-MM < 1 OR WLY-DATE-MM > 12
                   OR WLY-DATE-DD < 1
               GO TO TEST-CALENDAR-DATE-EXIT
           END-IF.
           MOVE WLY-MONTH-DAYS (WLY-DATE-MM) TO WLY-DAYS-IN-MONTH.
           IF WLY-DATE-MM = 2
               IF FUNCTION MOD (WLY-DATE-YYYY, 4) NOT = 0
                   OR (FUNCTION MOD (WLY-DATE-YYYY, 100) = 0
                   AND FUNCTION MOD (WLY-DATE-YYYY, 400) NOT = 0)
                   MOVE 28 TO WLY-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WLY-DATE-DD > WLY-DAYS-IN-MONTH
               GO TO TEST-CALENDAR-DATE-EXIT
           END-IF.
           MOVE "Y" TO WLY-DATE-OK-SWITCH.

       TEST-CALENDAR-DATE-EXIT.
           EXIT.

      ****************************************************************
      * APPLY THE DECIMAL COUNT AND EDIT THE VALUE LEFT-JUSTIFIED,   *
      * SHOWING ONLY THE DECIMALS THE DICTIONARY DECLARES.           *
      ****************************************************************

       SCALE-AND-EDIT.

           MOVE 1 TO WLY-SCALE.
           PERFORM VARYING WLY-DIGIT-COUNT FROM 1 BY 1
                   UNTIL WLY-DIGIT-COUNT > LAY-FLD-DECIMALS (WLY-X)
               COMPUTE WLY-SCALE = WLY-SCALE * 10
           END-PERFORM.
           COMPUTE FV-NUMBER = WLY-ACCUM / WLY-SCALE.
           MOVE "N" TO FV-STATE.

           MOVE FV-NUMBER TO WLY-EDIT-NUMBER.
           IF LAY-FLD-DECIMALS (WLY-X) = ZERO
               MOVE 15 TO WLY-EDIT-KEEP
           ELSE
               IF LAY-FLD-DECIMALS (WLY-X) > 4
                   MOVE 20 TO WLY-EDIT-KEEP
               ELSE
                   COMPUTE WLY-EDIT-KEEP =
                       16 + LAY-FLD-DECIMALS (WLY-X)
               END-IF
           END-IF.
           MOVE 1 TO WLY-TRIM-POS.
           PERFORM UNTIL WLY-TRIM-POS NOT < WLY-EDIT-KEEP
                      OR WLY-EDIT-NUMBER (WLY-TRIM-POS:1) NOT = SPACE
               ADD 1 TO WLY-TRIM-POS
           END-PERFORM.
           MOVE WLY-EDIT-NUMBER
               (WLY-TRIM-POS:WLY-EDIT-KEEP - WLY-TRIM-POS + 1)
               TO FV-TEXT.

      ****************************************************************
      * ENCODE ONE VALUE INTO ITS FIELD OF A RECORD IMAGE.           *
      ****************************************************************

       ENTRY-WLAYPUT.

           ENTRY "WLAYPUT" USING WISP-RECORD-LAYOUT, WLY-FIELD-NUMBER,
               WLY-VALUE, WLY-RECORD-AREA, WLY-PUT-RETURN.

           MOVE ZERO TO WLY-PUT-RETURN.
           IF WLY-FIELD-NUMBER = ZERO
                   OR WLY-FIELD-NUMBER > LAY-FIELD-COUNT
               MOVE 1 TO WLY-PUT-RETURN
               EXIT PROGRAM
           END-IF.
           MOVE WLY-FIELD-NUMBER TO WLY-X.
           MOVE LAY-FLD-OFFSET (WLY-X) TO WLY-POS.
           MOVE LAY-FLD-LENGTH (WLY-X) TO WLY-LEN.

           IF NOT LAY-FLD-IS-NUMERIC (WLY-X)
               MOVE SPACES TO WLY-RECORD-AREA (WLY-POS:WLY-LEN)
               IF WLY-LEN > 80
                   MOVE WLY-VALUE TO WLY-RECORD-AREA (WLY-POS:80)
               ELSE
                   MOVE WLY-VALUE TO WLY-RECORD-AREA (WLY-POS:WLY-LEN)
               END-IF
               EXIT PROGRAM
           END-IF.

           MOVE WLY-VALUE TO WLY-PUT-VALUE.
           IF WLY-PUT-VALUE = SPACES
               MOVE "0" TO WLY-PUT-VALUE
           END-IF.
      *    A date may be keyed the way WLAYFMT shows it.
           IF LAY-FLD-DATE (WLY-X)
                   AND WLY-PUT-VALUE (5:1) = "-"
                   AND WLY-PUT-VALUE (8:1) = "-"
               MOVE SPACES TO WLY-PUT-VALUE
               STRING WLY-VALUE (1:4) WLY-VALUE (6:2) WLY-VALUE (9:2)
                   DELIMITED BY SIZE INTO WLY-PUT-VALUE
               END-STRING
           END-IF.
           IF FUNCTION TEST-NUMVAL (WLY-PUT-VALUE) NOT = ZERO
               MOVE 1 TO WLY-PUT-RETURN
               EXIT PROGRAM
           END-IF.
           COMPUTE WLY-PUT-NUMBER = FUNCTION NUMVAL (WLY-PUT-VALUE).
           MOVE 1 TO WLY-SCALE.
           PERFORM VARYING WLY-DIGIT-COUNT FROM 1 BY 1
                   UNTIL WLY-DIGIT-COUNT > LAY-FLD-DECIMALS (WLY-X)
               COMPUTE WLY-SCALE = WLY-SCALE * 10
           END-PERFORM.
           COMPUTE WLY-PUT-SCALED ROUNDED
               = WLY-PUT-NUMBER * WLY-SCALE.
           IF LAY-FLD-DATE (WLY-X) AND WLY-LEN = 6
               COMPUTE WLY-PUT-SCALED =
                   FUNCTION MOD (WLY-PUT-SCALED, 1000000)
           END-IF.

      *    The largest magnitude the field holds -- and the widths
      *    WLAYFMT decodes.
           EVALUATE TRUE
               WHEN LAY-FLD-PACKED (WLY-X)
                   COMPUTE WLY-PUT-DIGITS = WLY-LEN * 2 - 1
                   IF WLY-LEN > 9
                       MOVE 2 TO WLY-PUT-RETURN
                   END-IF
               WHEN LAY-FLD-BINARY (WLY-X)
                   COMPUTE WLY-PUT-DIGITS = WLY-LEN * 2
                   IF WLY-LEN > 7
                       MOVE 2 TO WLY-PUT-RETURN
                   END-IF
               WHEN OTHER
                   MOVE WLY-LEN TO WLY-PUT-DIGITS
                   IF WLY-LEN > 18
                       MOVE 2 TO WLY-PUT-RETURN
                   END-IF
           END-EVALUATE.
           IF WLY-PUT-RETURN NOT = ZERO
               EXIT PROGRAM
           END-IF.
           COMPUTE WLY-PUT-LIMIT = 10 ** WLY-PUT-DIGITS - 1.
           IF LAY-FLD-BINARY (WLY-X)
               COMPUTE WLY-PUT-LIMIT = 2 ** (WLY-LEN * 8 - 1) - 1
           END-IF.
           IF WLY-PUT-SCALED > WLY-PUT-LIMIT
                   OR WLY-PUT-SCALED < ZERO - WLY-PUT-LIMIT
                   OR (LAY-FLD-DATE (WLY-X) AND WLY-PUT-SCALED < ZERO)
               MOVE 2 TO WLY-PUT-RETURN
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN LAY-FLD-PACKED (WLY-X)
                   MOVE WLY-PUT-SCALED TO WLY-PUT-PACKED
                   MOVE WLY-PUT-PACKED-X (11 - WLY-LEN:WLY-LEN)
                       TO WLY-RECORD-AREA (WLY-POS:WLY-LEN)
               WHEN LAY-FLD-BINARY (WLY-X)
                   MOVE WLY-PUT-SCALED TO WLY-PUT-BINARY
                   MOVE WLY-PUT-BINARY-X (9 - WLY-LEN:WLY-LEN)
                       TO WLY-RECORD-AREA (WLY-POS:WLY-LEN)
               WHEN WLY-PUT-SCALED < ZERO
                   MOVE WLY-PUT-SCALED TO WLY-PUT-SIGNED
                   MOVE WLY-PUT-SIGNED-X (19 - WLY-LEN:WLY-LEN)
                       TO WLY-RECORD-AREA (WLY-POS:WLY-LEN)
               WHEN OTHER
                   MOVE WLY-PUT-SCALED TO WLY-PUT-UNSIGNED
                   MOVE WLY-PUT-UNSIGNED-X (19 - WLY-LEN:WLY-LEN)
                       TO WLY-RECORD-AREA (WLY-POS:WLY-LEN)
           END-EVALUATE.

      *    What was stored must read back -- a date that is not a
      *    calendar date (zero being the empty date) does not.
           IF LAY-FLD-DATE (WLY-X) AND WLY-PUT-SCALED NOT = ZERO
               IF WLY-LEN = 6
                   MOVE WLY-PUT-SCALED TO WLY-DATE-YY-WORK
                   IF WLY-DATE-YY > 69
                       COMPUTE WLY-DATE-WORK = 19000000
                           + WLY-DATE-YY * 10000 + WLY-DATE-MMDD
                   ELSE
                       COMPUTE WLY-DATE-WORK = 20000000
                           + WLY-DATE-YY * 10000 + WLY-DATE-MMDD
                   END-IF
               ELSE
                   MOVE WLY-PUT-SCALED TO WLY-DATE-WORK
               END-IF
               MOVE "N" TO WLY-DATE-OK-SWITCH
               PERFORM TEST-CALENDAR-DATE
                   THRU TEST-CALENDAR-DATE-EXIT
               IF NOT WLY-DATE-OK OR WLY-LEN NOT = 6 AND NOT = 8
                   MOVE 3 TO WLY-PUT-RETURN
               END-IF
           END-IF.
           EXIT PROGRAM.
