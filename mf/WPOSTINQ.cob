      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WPOSTINQ.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Inquiry over the WPOSTREG posting register,
      *               and the screen that records a reversal
      *
      *   Build:      cob WPOSTINQ.cob
      *
      *
      *   "Did the 14th post?" answered from a screen.  Function L
      *   lists every posting key in WPOSTREG.DAT whose business date
      *   falls in the range entered (blank = all), optionally for one
      *   program, entity or batch, with where it stands now -- the
      *   last register line for the key: POSTED with the completion
      *   time, run, counts and amount from the program's result
      *   block; BEGUN (a run that started and did not finish, and
      *   may be rerun); or REVERSED with the reason.
      *
      *   Function R records that a completed posting has been backed
      *   out, so the key may be posted again: the program, business
      *   date (FROM DATE), entity (blank = the session's) and batch
      *   name the key, and a reason is required.  The reversal goes
      *   through the WPOSTREG service, which checks the POSTREG-REV
      *   function with WAUTHCHK and refuses a key that is not posted.
      *   PF16 on the criteria screen exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WPOSTINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPOST-REGISTER-FILE ASSIGN TO "WPOSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-REG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WPOST-REGISTER-FILE.
       01  WPOST-REGISTER-LINE        PIC X(188).

       WORKING-STORAGE SECTION.

       01  WISP-REG-FILE-STATUS       PIC XX.
       01  WISP-REG-EOF-SWITCH        PIC X     VALUE "N".
           88  WISP-REG-EOF                     VALUE "Y".

      *    Criteria screen, served by WMFNGETPARM.
       01  WISP-INQ-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-INQ-STATIC-TEXT.
           05  WISP-INQ-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-INQ-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-INQ-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-INQ-ROW       COMP-5 PIC XX.
               10  WISP-INQ-COL       COMP-5 PIC XX.
               10  WISP-INQ-LEN       COMP-5 PIC XX.
               10  WISP-INQ-FAC       PIC X COMP-X.
               10  WISP-INQ-DATA      PIC X(79).
               10  WISP-INQ-EDIT      PIC X.
               10  WISP-INQ-HELP      PIC X(8).
               10  WISP-INQ-AUTH      PIC 99.
               10  WISP-INQ-LKUP      PIC X(24).
       01  WISP-INQ-KEY-LIST.
           05  WISP-INQ-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-INQ-KEY-CNT          COMP-5 PIC XX.
       01  WISP-INQ-TERM-KEY         COMP-5 PIC XX.
       01  WISP-INQ-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-INQ-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-INQ-APP-NAME         PIC X(40) VALUE "WPOSTINQ".
       01  WISP-INQ-MESSAGE          PIC X(79) VALUE SPACES.

      *    Entered criteria.
       01  WISP-INQ-FUNCTION         PIC X.
       01  WISP-INQ-FROM-DATE        PIC X(8).
       01  WISP-INQ-TO-DATE          PIC X(8).
       01  WISP-INQ-PROGRAM          PIC X(8).
       01  WISP-INQ-ENTITY           PIC X(4).
       01  WISP-INQ-BATCH            PIC X(10).
       01  WISP-INQ-REASON           PIC X(50).
       01  WISP-SCAN-POS             PIC 9(4) COMP-5.

      *    Every matching key and its last register line, in the
      *    order the keys were first registered.
       01  WISP-KEY-MAX              PIC 9(4) COMP-5 VALUE 500.
       01  WISP-KEY-COUNT            PIC 9(4) COMP-5 VALUE ZERO.
       01  WISP-KEY-X                PIC 9(4) COMP-5.
       01  WISP-KEY-OVERFLOW         PIC X VALUE "N".
           88  WISP-KEYS-OVERFLOWED            VALUE "Y".
       01  WISP-KEY-TABLE.
           05  WISP-KEY-ENTRY OCCURS 500.
               10  WISP-KEY-LINE     PIC X(188).
           COPY "wpostreg.cpy".
       01  WISP-POSTED-COUNT         PIC 9(6) COMP-5 VALUE ZERO.
       01  WISP-BEGUN-COUNT          PIC 9(6) COMP-5 VALUE ZERO.
       01  WISP-REVERSED-COUNT       PIC 9(6) COMP-5 VALUE ZERO.
       01  WISP-COUNT-DISP           PIC ZZZ,ZZ9.
       01  WISP-COUNT-DISP-2         PIC ZZZ,ZZ9.
       01  WISP-COUNT-DISP-3         PIC ZZZ,ZZ9.
       01  WISP-STATE-WORD           PIC X(9).
       01  WISP-CNT-1-DISP           PIC -ZZZ,ZZZ,ZZ9.
       01  WISP-CNT-2-DISP           PIC -ZZZ,ZZZ,ZZ9.
       01  WISP-AMOUNT-DISP          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    The WPOSTREG call for a reversal.
       01  WISP-POST-FUNC            PIC X(4).
       01  WISP-POST-RETURN          PIC 9.

      *    Output page assembly for WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WPOSTINQ".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 1000-ASK-CRITERIA.
           IF WISP-INQ-TERM-KEY = 16
               GO TO 9999-STOP
           END-IF.
           PERFORM 1500-CHECK-CRITERIA THRU 1500-CHECK-CRITERIA-EXIT.
           IF WISP-INQ-MESSAGE NOT = SPACES
               GO TO 0000-START
           END-IF.
           IF WISP-INQ-FUNCTION = "R"
               PERFORM 4000-RECORD-REVERSAL
           ELSE
               PERFORM 2000-SCAN-REGISTER
                   THRU 2000-SCAN-REGISTER-EXIT
               PERFORM 2600-LIST-KEYS
           END-IF.
           PERFORM 3000-FLUSH-LAST-PAGE.
           GO TO 9999-STOP.

      **** BUILD AND SHOW THE CRITERIA SCREEN THROUGH WMFNGETPARM
       1000-ASK-CRITERIA.

           MOVE SPACES TO WISP-INQ-STATIC-TEXT.
           MOVE "             WPOSTINQ - POSTING REGISTER INQUIRY"
               TO WISP-INQ-TEXT-LINES(2).
           MOVE "  FUNCTION (L=LIST, R=RECORD A REVERSAL).:"
               TO WISP-INQ-TEXT-LINES(5).
           MOVE "  FROM BUSINESS DATE (YYYYMMDD)..........:"
               TO WISP-INQ-TEXT-LINES(8).
           MOVE "  TO BUSINESS DATE   (YYYYMMDD)..........:"
               TO WISP-INQ-TEXT-LINES(9).
           MOVE "  PROGRAM (BLANK=ALL)....................:"
               TO WISP-INQ-TEXT-LINES(11).
           MOVE "  ENTITY (BLANK=ALL).....................:"
               TO WISP-INQ-TEXT-LINES(12).
           MOVE "  BATCH (BLANK=ALL)......................:"
               TO WISP-INQ-TEXT-LINES(13).
           MOVE "  REVERSAL REASON:"
               TO WISP-INQ-TEXT-LINES(15).
           MOVE "  FOR R THE FROM DATE IS THE POSTING'S BUSINESS DATE."
               TO WISP-INQ-TEXT-LINES(18).
           MOVE "  PRESS (ENTER) TO CONTINUE, PF16 TO EXIT."
               TO WISP-INQ-TEXT-LINES(20).
           MOVE WISP-INQ-MESSAGE TO WISP-INQ-TEXT-LINES(22).
           MOVE SPACES TO WISP-INQ-MESSAGE.

           MOVE 7 TO WISP-INQ-FIELD-CNT.
           MOVE  5 TO WISP-INQ-ROW(1).
           MOVE 45 TO WISP-INQ-COL(1).
           MOVE  1 TO WISP-INQ-LEN(1).
           MOVE SPACE TO WISP-INQ-EDIT(1).
           MOVE  8 TO WISP-INQ-ROW(2).
           MOVE 45 TO WISP-INQ-COL(2).
           MOVE  8 TO WISP-INQ-LEN(2).
           MOVE "N" TO WISP-INQ-EDIT(2).
           MOVE  9 TO WISP-INQ-ROW(3).
           MOVE 45 TO WISP-INQ-COL(3).
           MOVE  8 TO WISP-INQ-LEN(3).
           MOVE "N" TO WISP-INQ-EDIT(3).
           MOVE 11 TO WISP-INQ-ROW(4).
           MOVE 45 TO WISP-INQ-COL(4).
           MOVE  8 TO WISP-INQ-LEN(4).
           MOVE SPACE TO WISP-INQ-EDIT(4).
           MOVE 12 TO WISP-INQ-ROW(5).
           MOVE 45 TO WISP-INQ-COL(5).
           MOVE  4 TO WISP-INQ-LEN(5).
           MOVE SPACE TO WISP-INQ-EDIT(5).
           MOVE 13 TO WISP-INQ-ROW(6).
           MOVE 45 TO WISP-INQ-COL(6).
           MOVE 10 TO WISP-INQ-LEN(6).
           MOVE SPACE TO WISP-INQ-EDIT(6).
           MOVE 16 TO WISP-INQ-ROW(7).
           MOVE  3 TO WISP-INQ-COL(7).
           MOVE 50 TO WISP-INQ-LEN(7).
           MOVE SPACE TO WISP-INQ-EDIT(7).
           PERFORM VARYING WISP-SCAN-POS FROM 1 BY 1
                   UNTIL WISP-SCAN-POS > 7
               MOVE 128 TO WISP-INQ-FAC(WISP-SCAN-POS)
               MOVE SPACES TO WISP-INQ-DATA(WISP-SCAN-POS)
               MOVE SPACES TO WISP-INQ-HELP(WISP-SCAN-POS)
               MOVE ZERO TO WISP-INQ-AUTH(WISP-SCAN-POS)
               MOVE SPACES TO WISP-INQ-LKUP(WISP-SCAN-POS)
           END-PERFORM.
           MOVE "L" TO WISP-INQ-DATA(1).

           MOVE 2 TO WISP-INQ-KEY-CNT.
           MOVE 0 TO WISP-INQ-KEY-ITEM(1).
           MOVE 16 TO WISP-INQ-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-INQ-STATIC-TEXT,
               WISP-INQ-FIELD-CNT,
               WISP-INQ-FIELD-TABLE,
               WISP-INQ-KEY-LIST,
               WISP-INQ-KEY-CNT,
               WISP-INQ-TERM-KEY,
               WISP-INQ-PAGE-CNT,
               WISP-INQ-STATIC-TEXT-2,
               WISP-INQ-APP-NAME.

           MOVE WISP-INQ-DATA(1) (1:1) TO WISP-INQ-FUNCTION.
           MOVE WISP-INQ-DATA(2) (1:8) TO WISP-INQ-FROM-DATE.
           MOVE WISP-INQ-DATA(3) (1:8) TO WISP-INQ-TO-DATE.
           MOVE WISP-INQ-DATA(4) (1:8) TO WISP-INQ-PROGRAM.
           MOVE WISP-INQ-DATA(5) (1:4) TO WISP-INQ-ENTITY.
           MOVE WISP-INQ-DATA(6) (1:10) TO WISP-INQ-BATCH.
           MOVE WISP-INQ-DATA(7) (1:50) TO WISP-INQ-REASON.
           INSPECT WISP-INQ-FUNCTION CONVERTING "lr" TO "LR".
           INSPECT WISP-INQ-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      **** THE FUNCTION, AND FOR A REVERSAL A WHOLE KEY AND A REASON
       1500-CHECK-CRITERIA.

           IF WISP-INQ-FUNCTION = SPACE
               MOVE "L" TO WISP-INQ-FUNCTION
           END-IF.
           IF WISP-INQ-FUNCTION NOT = "L" AND NOT = "R"
               MOVE "FUNCTION MUST BE L OR R." TO WISP-INQ-MESSAGE
               GO TO 1500-CHECK-CRITERIA-EXIT
           END-IF.
           IF WISP-INQ-FUNCTION = "L"
               IF WISP-INQ-FROM-DATE = SPACES
                   MOVE "00000000" TO WISP-INQ-FROM-DATE
               END-IF
               IF WISP-INQ-TO-DATE = SPACES
                   MOVE "99999999" TO WISP-INQ-TO-DATE
               END-IF
               GO TO 1500-CHECK-CRITERIA-EXIT
           END-IF.
           IF WISP-INQ-PROGRAM = SPACES
               MOVE "A REVERSAL NEEDS THE PROGRAM." TO WISP-INQ-MESSAGE
               GO TO 1500-CHECK-CRITERIA-EXIT
           END-IF.
           IF WISP-INQ-FROM-DATE IS NOT NUMERIC
               MOVE "A REVERSAL NEEDS THE BUSINESS DATE (FROM DATE)."
                   TO WISP-INQ-MESSAGE
               GO TO 1500-CHECK-CRITERIA-EXIT
           END-IF.
           IF WISP-INQ-REASON = SPACES
               MOVE "A REVERSAL NEEDS A REASON." TO WISP-INQ-MESSAGE
               GO TO 1500-CHECK-CRITERIA-EXIT
           END-IF.
       1500-CHECK-CRITERIA-EXIT.
           EXIT.

      **** ONE PASS OF THE REGISTER -- EACH MATCHING KEY'S LAST LINE
       2000-SCAN-REGISTER.

           OPEN INPUT WPOST-REGISTER-FILE.
           IF WISP-REG-FILE-STATUS NOT = "00"
               MOVE "NO WPOSTREG.DAT POSTING REGISTER FOUND."
                   TO WISP-DSP-WORK-LINE
               PERFORM 2500-QUEUE-DISPLAY-LINE
               GO TO 2000-SCAN-REGISTER-EXIT
           END-IF.

           PERFORM UNTIL WISP-REG-EOF
               READ WPOST-REGISTER-FILE INTO WPOSTREG-RECORD
                   AT END
                       SET WISP-REG-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-TEST-LINE
                           THRU 2200-TEST-LINE-EXIT
               END-READ
           END-PERFORM.

           CLOSE WPOST-REGISTER-FILE.

       2000-SCAN-REGISTER-EXIT.
           EXIT.

       2200-TEST-LINE.
           IF NOT PR-BEGUN AND NOT PR-COMPLETED AND NOT PR-REVERSED
               GO TO 2200-TEST-LINE-EXIT
           END-IF.
           IF PR-BUS-DATE (1:8) < WISP-INQ-FROM-DATE
                   OR PR-BUS-DATE (1:8) > WISP-INQ-TO-DATE
               GO TO 2200-TEST-LINE-EXIT
           END-IF.
           IF WISP-INQ-PROGRAM NOT = SPACES
                   AND PR-PROGRAM NOT = WISP-INQ-PROGRAM
               GO TO 2200-TEST-LINE-EXIT
           END-IF.
           IF WISP-INQ-ENTITY NOT = SPACES
                   AND PR-ENTITY NOT = WISP-INQ-ENTITY
               GO TO 2200-TEST-LINE-EXIT
           END-IF.
           IF WISP-INQ-BATCH NOT = SPACES
                   AND PR-BATCH NOT = WISP-INQ-BATCH
               GO TO 2200-TEST-LINE-EXIT
           END-IF.

           PERFORM VARYING WISP-KEY-X FROM 1 BY 1
                   UNTIL WISP-KEY-X > WISP-KEY-COUNT
                      OR WISP-KEY-LINE (WISP-KEY-X) (3:33) = PR-KEY
               CONTINUE
           END-PERFORM.
           IF WISP-KEY-X > WISP-KEY-COUNT
               IF WISP-KEY-COUNT NOT < WISP-KEY-MAX
                   SET WISP-KEYS-OVERFLOWED TO TRUE
                   GO TO 2200-TEST-LINE-EXIT
               END-IF
               ADD 1 TO WISP-KEY-COUNT
               MOVE WISP-KEY-COUNT TO WISP-KEY-X
           END-IF.
           MOVE WPOSTREG-RECORD TO WISP-KEY-LINE (WISP-KEY-X).
       2200-TEST-LINE-EXIT.
           EXIT.

      **** COLLECT LINES 15 AT A TIME AND HAND EACH FULL PAGE TO
      **** WMFNDISPLAY
       2500-QUEUE-DISPLAY-LINE.

           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** EACH KEY AND WHERE IT STANDS, THEN THE TOTALS
       2600-LIST-KEYS.

           PERFORM VARYING WISP-KEY-X FROM 1 BY 1
                   UNTIL WISP-KEY-X > WISP-KEY-COUNT
               PERFORM 2700-FORMAT-KEY
           END-PERFORM.

           IF WISP-KEYS-OVERFLOWED
               MOVE "MORE POSTINGS MATCH THAN THE LIST HOLDS."
                   TO WISP-DSP-WORK-LINE
               PERFORM 2500-QUEUE-DISPLAY-LINE
           END-IF.
           MOVE WISP-POSTED-COUNT TO WISP-COUNT-DISP.
           MOVE WISP-BEGUN-COUNT TO WISP-COUNT-DISP-2.
           MOVE WISP-REVERSED-COUNT TO WISP-COUNT-DISP-3.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "POSTED: " WISP-COUNT-DISP
                  "  BEGUN NOT COMPLETED: " WISP-COUNT-DISP-2
                  "  REVERSED: " WISP-COUNT-DISP-3
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 2500-QUEUE-DISPLAY-LINE.

       2700-FORMAT-KEY.

           MOVE WISP-KEY-LINE (WISP-KEY-X) TO WPOSTREG-RECORD.
           EVALUATE TRUE
               WHEN PR-COMPLETED
                   MOVE "POSTED" TO WISP-STATE-WORD
                   ADD 1 TO WISP-POSTED-COUNT
               WHEN PR-BEGUN
                   MOVE "BEGUN" TO WISP-STATE-WORD
                   ADD 1 TO WISP-BEGUN-COUNT
               WHEN OTHER
                   MOVE "REVERSED" TO WISP-STATE-WORD
                   ADD 1 TO WISP-REVERSED-COUNT
           END-EVALUATE.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING PR-BUS-DATE " " PR-PROGRAM " " PR-ENTITY
                  " " PR-BATCH " " WISP-STATE-WORD
                  " " PR-DATE " " PR-TIME (1:2) ":" PR-TIME (3:2)
                  " " PR-OPERATOR
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 2500-QUEUE-DISPLAY-LINE.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           IF PR-BEGUN
               STRING "  RUN=" PR-RUN-ID
                      " STARTED AND DID NOT COMPLETE"
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
           ELSE
               MOVE PR-COUNT-1 TO WISP-CNT-1-DISP
               MOVE PR-COUNT-2 TO WISP-CNT-2-DISP
               MOVE PR-AMOUNT TO WISP-AMOUNT-DISP
               STRING "  ST=" PR-RES-STATUS
                      " CNT=" WISP-CNT-1-DISP
                      " /" WISP-CNT-2-DISP
                      " AMT=" WISP-AMOUNT-DISP
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
           END-IF.
           PERFORM 2500-QUEUE-DISPLAY-LINE.

           IF PR-TEXT NOT = SPACES
               MOVE SPACES TO WISP-DSP-WORK-LINE
               IF PR-REVERSED
                   STRING "  REASON: " PR-TEXT
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
               ELSE
                   STRING "  RUN=" PR-RUN-ID " " PR-TEXT (1:50)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
               END-IF
               PERFORM 2500-QUEUE-DISPLAY-LINE
           END-IF.

       3000-FLUSH-LAST-PAGE.

           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** R -- THE REVERSAL, THROUGH THE WPOSTREG SERVICE
       4000-RECORD-REVERSAL.

           MOVE SPACES TO WPOSTREG-RECORD.
           MOVE WISP-INQ-PROGRAM TO PR-PROGRAM.
           MOVE WISP-INQ-FROM-DATE TO PR-BUS-DATE.
           MOVE WISP-INQ-ENTITY TO PR-ENTITY.
           MOVE WISP-INQ-BATCH TO PR-BATCH.
           MOVE WISP-INQ-REASON TO PR-TEXT.
           MOVE "REV " TO WISP-POST-FUNC.
           CALL "WPOSTREG" USING WISP-POST-FUNC, WPOSTREG-RECORD,
               WISP-POST-RETURN.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING PR-PROGRAM " " PR-BUS-DATE " " PR-ENTITY " "
                  PR-BATCH
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 2500-QUEUE-DISPLAY-LINE.
           EVALUATE WISP-POST-RETURN
               WHEN 0
                   MOVE "REVERSAL RECORDED -- IT MAY BE POSTED AGAIN."
                       TO WISP-DSP-WORK-LINE
               WHEN 1
                   MOVE "NOT REVERSED -- THAT KEY IS NOT POSTED."
                       TO WISP-DSP-WORK-LINE
               WHEN OTHER
                   MOVE "NOT REVERSED -- NOT AUTHORIZED FOR REVERSALS."
                       TO WISP-DSP-WORK-LINE
           END-EVALUATE.
           PERFORM 2500-QUEUE-DISPLAY-LINE.

       9999-STOP.
           EXIT PROGRAM.
