      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WQAREV.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Supervisor's review of the weekly QA sample
      *
      *   Build:      cob WQAREV.cob
      *
      *
      *   WQASAMP draws a random share of each clerk's keyed
      *   submissions every week into QAQUEUE.DAT.  WQAREV is where a
      *   supervisor works through them.  Functions on the
      *   GETPARM-style screen:
      *
      *       L  list the items waiting for review, oldest first --
      *          every clerk's, or the one named in OPERATOR
      *       S  show the named item: who keyed it, on which screen
      *          and when, then the field values exactly as the
      *          GTPMAUD audit trail recorded them.  A blank ITEM
      *          NUMBER shows the next item waiting (for the OPERATOR
      *          named, if one is), and leaves its number in the
      *          field, so C or W decides it on the next ENTER
      *       C  mark the named item correct
      *       W  mark the named item wrong; CATEGORY is required and
      *          must be one of the WISPCFG QACATS categories shown
      *          on the screen.  NOTE is kept with either verdict
      *
      *   C and W are authority gated through WAUTHCHK (function
      *   QA-REVIEW), and WQAQUE refuses either from the operator
      *   who keyed the submission.  The audit record is looked for
      *   on the live GTPMAUD first and then in the archive segments
      *   from the day it was keyed.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WQAREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAQUEUE-FILE ASSIGN TO "QAQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-QAR-FILE-STATUS.
           SELECT WISP-GETPARM-AUDIT-FILE ASSIGN TO "GTPMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-AUDIT-FILE-STATUS.
           SELECT WISP-ARCH-FILE ASSIGN TO WISP-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-ARCH-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  QAQUEUE-FILE.
       01  QAQUEUE-FILE-RECORD        PIC X(175).

       FD  WISP-GETPARM-AUDIT-FILE.
       01  WISP-GETPARM-AUDIT-FILE-REC PIC X(2000).

       FD  WISP-ARCH-FILE.
       01  WISP-ARCH-RECORD           PIC X(2000).

       WORKING-STORAGE SECTION.

       COPY "wqaitem.cpy".

       01  WISP-GETPARM-AUDIT-RECORD.
           05  WISP-AUD-REC-DATE      PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-AUD-REC-TIME      PIC X(8).
           05  FILLER                 PIC X(5).
           05  WISP-AUD-REC-APP       PIC X(40).
           05  FILLER                 PIC X(10).
           05  WISP-AUD-REC-OPERATOR  PIC X(40).
           05  WISP-AUD-REC-TAIL      PIC X(1888).

       01  WISP-QAR-FILE-STATUS       PIC XX.
       01  WISP-QAR-EOF-SWITCH        PIC X.
           88  WISP-QAR-EOF                     VALUE "Y".
       01  WISP-AUDIT-FILE-STATUS     PIC XX.
       01  WISP-AUDIT-EOF-SWITCH      PIC X.
           88  WISP-AUDIT-EOF                   VALUE "Y".
       01  WISP-AUDIT-FOUND-SWITCH    PIC X.
           88  WISP-AUDIT-FOUND                 VALUE "Y".
       01  WISP-KEY-HITS              PIC 9(4) COMP-5.
       01  WISP-AUD-DATE-TEXT         PIC X(8).

      *    Archive segments, found through WARCHSEG.
       01  WISP-ARCH-NAME             PIC X(20).
       01  WISP-ARCH-STATUS           PIC XX.
       01  WISP-ARCH-STEM             PIC X(8) VALUE "GTPMAUD".
       01  WISP-ARCH-FROM-DATE        PIC 9(8).
       01  WISP-ARCH-INDEX            PIC 9(4) COMP.
       01  WISP-ARCH-RETURN           PIC 9.

       01  WISP-TODAY                 PIC 9(8).
       01  WISP-AGE-DAYS              PIC S9(8) COMP.
       01  WISP-AGE-DISP              PIC ZZZ9.
       01  WISP-ID-DISP               PIC Z(7)9.
       01  WISP-QAR-COUNT             PIC 9(4) COMP-5 VALUE ZERO.
       01  WISP-COUNT-DISP            PIC ZZZ9.
       01  WISP-OPER-LEN              PIC 9(4) COMP-5.

      *    D-n= field splitting out of the record tail, as WGPMINQ.
       01  WISP-SCAN-POS              PIC 9(4) COMP-5.
       01  WISP-TAIL-POS              PIC 9(4) COMP-5.
       01  WISP-TAIL-NEXT             PIC 9(4) COMP-5.
       01  WISP-TAIL-SEG-LEN          PIC 9(4) COMP-5.
       01  WISP-TAIL-END              PIC 9(4) COMP-5.

       01  WISP-CFG-KEY               PIC X(20).
       01  WISP-CFG-VALUE             PIC X(80).

      *    Control screen, served by WMFNGETPARM.
       01  WISP-QAR-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-QAR-STATIC-TEXT.
           05  WISP-QAR-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-QAR-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-QAR-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-QAR-ROW       COMP-5 PIC XX.
               10  WISP-QAR-COL       COMP-5 PIC XX.
               10  WISP-QAR-LEN       COMP-5 PIC XX.
               10  WISP-QAR-FAC       PIC X COMP-X.
               10  WISP-QAR-DATA      PIC X(79).
               10  WISP-QAR-EDIT      PIC X.
               10  WISP-QAR-HELP      PIC X(8).
               10  WISP-QAR-AUTH      PIC 99.
               10  WISP-QAR-LKUP      PIC X(24).
       01  WISP-QAR-KEY-LIST.
           05  WISP-QAR-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-QAR-KEY-CNT          COMP-5 PIC XX.
       01  WISP-QAR-TERM-KEY         COMP-5 PIC XX.
       01  WISP-QAR-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-QAR-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-QAR-APP-NAME         PIC X(40) VALUE "WQAREV".

       01  WISP-QAR-FUNC             PIC X.
       01  WISP-QAR-ITEM-TEXT        PIC X(8) VALUE SPACES.
       01  WISP-QAR-ITEM-LEN         PIC 9(4) COMP-5.
       01  WISP-QAR-ITEM-ID          PIC 9(8).
       01  WISP-QAR-OPERATOR         PIC X(8) VALUE SPACES.
       01  WISP-QAR-CATEGORY         PIC X(8).
       01  WISP-QAR-NOTE             PIC X(40).
       01  WISP-QAR-CATS-LINE        PIC X(80).
       01  WISP-QAR-MESSAGE          PIC X(60).
       01  WISP-QAR-RETURN           PIC 9.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WQAREV".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-QAR-MESSAGE.
           MOVE "QACATS" TO WISP-CFG-KEY.
           MOVE SPACES TO WISP-CFG-VALUE.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WISP-CFG-VALUE = SPACES
               MOVE "KEYING OMITTED WRONGVAL CODING DOCUMENT POLICY OTHE
      -             "R" TO WISP-CFG-VALUE
           END-IF.
           MOVE SPACES TO WISP-QAR-CATS-LINE.
           STRING "  CATEGORIES: " WISP-CFG-VALUE (1:64)
                  DELIMITED BY SIZE
                  INTO WISP-QAR-CATS-LINE
           END-STRING.
           PERFORM 2000-CONTROL-CYCLE
               THRU 2000-CONTROL-CYCLE-EXIT
               UNTIL WISP-QAR-TERM-KEY = 16.
           GO TO 9999-STOP.

       2000-CONTROL-CYCLE.

           PERFORM 2100-SHOW-CONTROL-SCREEN.
           IF WISP-QAR-TERM-KEY = 16
               GO TO 2000-CONTROL-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-QAR-MESSAGE.
           MOVE ZERO TO WISP-QAR-ITEM-ID.
           IF WISP-QAR-FUNC = "C" OR "W"
               IF WISP-QAR-ITEM-TEXT = SPACES
                   MOVE "ENTER THE ITEM NUMBER." TO WISP-QAR-MESSAGE
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
           END-IF.
           IF WISP-QAR-ITEM-TEXT = SPACES
               CONTINUE
           ELSE
               MOVE ZERO TO WISP-QAR-ITEM-LEN
               INSPECT WISP-QAR-ITEM-TEXT TALLYING WISP-QAR-ITEM-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WISP-QAR-ITEM-LEN = ZERO
                   MOVE "THE ITEM NUMBER MUST BE NUMERIC."
                       TO WISP-QAR-MESSAGE
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
               IF WISP-QAR-ITEM-TEXT (1:WISP-QAR-ITEM-LEN)
                       IS NOT NUMERIC
                   MOVE "THE ITEM NUMBER MUST BE NUMERIC."
                       TO WISP-QAR-MESSAGE
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
               MOVE WISP-QAR-ITEM-TEXT (1:WISP-QAR-ITEM-LEN)
                   TO WISP-QAR-ITEM-ID
           END-IF.

           EVALUATE WISP-QAR-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-PENDING
                       THRU 3000-LIST-PENDING-EXIT
               WHEN "S"
                   PERFORM 3500-SHOW-ITEM
                       THRU 3500-SHOW-ITEM-EXIT
               WHEN "C"
                   PERFORM 4000-MARK-CORRECT
                       THRU 4000-MARK-CORRECT-EXIT
               WHEN "W"
                   PERFORM 5000-MARK-WRONG
                       THRU 5000-MARK-WRONG-EXIT
               WHEN OTHER
                   MOVE "ENTER L, S, C, OR W IN THE FUNCTION FIELD."
                       TO WISP-QAR-MESSAGE
           END-EVALUATE.

       2000-CONTROL-CYCLE-EXIT.
           EXIT.

       2100-SHOW-CONTROL-SCREEN.

           MOVE SPACES TO WISP-QAR-STATIC-TEXT.
           MOVE "              WQAREV - QA REVIEW OF KEYED TRANSACTIONS"
               TO WISP-QAR-TEXT-LINES(2).
           MOVE "  FUNCTION (L/S/C/W)......:"
               TO WISP-QAR-TEXT-LINES(6).
           MOVE "  ITEM NUMBER.............:"
               TO WISP-QAR-TEXT-LINES(8).
           MOVE "  OPERATOR................:"
               TO WISP-QAR-TEXT-LINES(10).
           MOVE "  CATEGORY (W ONLY).......:"
               TO WISP-QAR-TEXT-LINES(12).
           MOVE "  NOTE....................:"
               TO WISP-QAR-TEXT-LINES(14).
           MOVE "  L=LIST PENDING  S=SHOW ITEM  C=CORRECT  W=WRONG"
               TO WISP-QAR-TEXT-LINES(16).
           MOVE WISP-QAR-CATS-LINE TO WISP-QAR-TEXT-LINES(17).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-QAR-TEXT-LINES(18).
           MOVE WISP-QAR-MESSAGE TO WISP-QAR-TEXT-LINES(20).

           MOVE 5 TO WISP-QAR-FIELD-CNT.
           MOVE  6 TO WISP-QAR-ROW(1).
           MOVE 30 TO WISP-QAR-COL(1).
           MOVE  1 TO WISP-QAR-LEN(1).
           MOVE 128 TO WISP-QAR-FAC(1).
           MOVE SPACES TO WISP-QAR-DATA(1).
           MOVE "R" TO WISP-QAR-EDIT(1).
           MOVE SPACES TO WISP-QAR-HELP(1).
           MOVE ZERO TO WISP-QAR-AUTH (1).
           MOVE SPACES TO WISP-QAR-LKUP (1).
           MOVE  8 TO WISP-QAR-ROW(2).
           MOVE 30 TO WISP-QAR-COL(2).
           MOVE  8 TO WISP-QAR-LEN(2).
           MOVE 128 TO WISP-QAR-FAC(2).
           MOVE WISP-QAR-ITEM-TEXT TO WISP-QAR-DATA(2).
           MOVE SPACE TO WISP-QAR-EDIT(2).
           MOVE SPACES TO WISP-QAR-HELP(2).
           MOVE ZERO TO WISP-QAR-AUTH (2).
           MOVE SPACES TO WISP-QAR-LKUP (2).
           MOVE 10 TO WISP-QAR-ROW(3).
           MOVE 30 TO WISP-QAR-COL(3).
           MOVE  8 TO WISP-QAR-LEN(3).
           MOVE 128 TO WISP-QAR-FAC(3).
           MOVE WISP-QAR-OPERATOR TO WISP-QAR-DATA(3).
           MOVE SPACE TO WISP-QAR-EDIT(3).
           MOVE SPACES TO WISP-QAR-HELP(3).
           MOVE ZERO TO WISP-QAR-AUTH (3).
           MOVE SPACES TO WISP-QAR-LKUP (3).
           MOVE 12 TO WISP-QAR-ROW(4).
           MOVE 30 TO WISP-QAR-COL(4).
           MOVE  8 TO WISP-QAR-LEN(4).
           MOVE 128 TO WISP-QAR-FAC(4).
           MOVE SPACES TO WISP-QAR-DATA(4).
           MOVE SPACE TO WISP-QAR-EDIT(4).
           MOVE SPACES TO WISP-QAR-HELP(4).
           MOVE ZERO TO WISP-QAR-AUTH (4).
           MOVE SPACES TO WISP-QAR-LKUP (4).
           MOVE 14 TO WISP-QAR-ROW(5).
           MOVE 30 TO WISP-QAR-COL(5).
           MOVE 40 TO WISP-QAR-LEN(5).
           MOVE 128 TO WISP-QAR-FAC(5).
           MOVE SPACES TO WISP-QAR-DATA(5).
           MOVE SPACE TO WISP-QAR-EDIT(5).
           MOVE SPACES TO WISP-QAR-HELP(5).
           MOVE ZERO TO WISP-QAR-AUTH (5).
           MOVE SPACES TO WISP-QAR-LKUP (5).

           MOVE 2 TO WISP-QAR-KEY-CNT.
           MOVE 0 TO WISP-QAR-KEY-ITEM(1).
           MOVE 16 TO WISP-QAR-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-QAR-STATIC-TEXT,
               WISP-QAR-FIELD-CNT,
               WISP-QAR-FIELD-TABLE,
               WISP-QAR-KEY-LIST,
               WISP-QAR-KEY-CNT,
               WISP-QAR-TERM-KEY,
               WISP-QAR-PAGE-CNT,
               WISP-QAR-STATIC-TEXT-2,
               WISP-QAR-APP-NAME.

           MOVE WISP-QAR-DATA(1) (1:1) TO WISP-QAR-FUNC.
           MOVE WISP-QAR-DATA(2) (1:8) TO WISP-QAR-ITEM-TEXT.
           MOVE WISP-QAR-DATA(3) (1:8) TO WISP-QAR-OPERATOR.
           MOVE WISP-QAR-DATA(4) (1:8) TO WISP-QAR-CATEGORY.
           MOVE WISP-QAR-DATA(5) (1:40) TO WISP-QAR-NOTE.

      **** L -- ONE LINE PER ITEM STILL WAITING, IN FILE (= DRAW)
      **** ORDER, WITH THE DAYS SINCE THE SUBMISSION WAS KEYED
       3000-LIST-PENDING.

           ACCEPT WISP-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-QAR-COUNT.
           MOVE "N" TO WISP-QAR-EOF-SWITCH.
           MOVE ZERO TO WISP-OPER-LEN.
           IF WISP-QAR-OPERATOR NOT = SPACES
               INSPECT WISP-QAR-OPERATOR TALLYING WISP-OPER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

           OPEN INPUT QAQUEUE-FILE.
           IF WISP-QAR-FILE-STATUS NOT = "00"
               MOVE "NO ITEMS ARE WAITING." TO WISP-QAR-MESSAGE
               GO TO 3000-LIST-PENDING-EXIT
           END-IF.

           MOVE "    ITEM OPERATOR CLASS    NEW SCREEN"
               TO WISP-DSP-WORK-LINE.
           MOVE "KEYED    DAYS" TO WISP-DSP-WORK-LINE (61:13).
           PERFORM 3200-QUEUE-DISPLAY-LINE.

           PERFORM 3100-READ-QUEUE-RECORD.
           PERFORM UNTIL WISP-QAR-EOF
               IF QAQUEUE-FILE-RECORD NOT = SPACES
                   MOVE QAQUEUE-FILE-RECORD TO WQAITEM-RECORD
                   IF QA-PENDING
                       IF WISP-OPER-LEN = ZERO
                           OR QA-OPERATOR (1:WISP-OPER-LEN)
                               = WISP-QAR-OPERATOR (1:WISP-OPER-LEN)
                           ADD 1 TO WISP-QAR-COUNT
                           PERFORM 3300-FORMAT-PENDING-LINE
                           PERFORM 3200-QUEUE-DISPLAY-LINE
                       END-IF
                   END-IF
               END-IF
               PERFORM 3100-READ-QUEUE-RECORD
           END-PERFORM.

           CLOSE QAQUEUE-FILE.

           MOVE WISP-QAR-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "ITEMS WAITING: " DELIMITED BY SIZE
                  WISP-COUNT-DISP   DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           PERFORM 3400-FLUSH-DISPLAY.
           MOVE "ITEMS WAITING LISTED." TO WISP-QAR-MESSAGE.

       3000-LIST-PENDING-EXIT.
           EXIT.

       3100-READ-QUEUE-RECORD.
           READ QAQUEUE-FILE
               AT END
                   SET WISP-QAR-EOF TO TRUE
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

       3300-FORMAT-PENDING-LINE.

           MOVE ZERO TO WISP-AGE-DAYS.
           IF QA-AUD-DATE IS NUMERIC AND QA-AUD-DATE > ZERO
               COMPUTE WISP-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WISP-TODAY)
                   - FUNCTION INTEGER-OF-DATE (QA-AUD-DATE)
           END-IF.
           IF WISP-AGE-DAYS < ZERO
               MOVE ZERO TO WISP-AGE-DAYS
           END-IF.
           IF WISP-AGE-DAYS > 9999
               MOVE 9999 TO WISP-AGE-DAYS
           END-IF.
           MOVE WISP-AGE-DAYS TO WISP-AGE-DISP.
           MOVE QA-ITEM-ID TO WISP-ID-DISP.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING WISP-ID-DISP " "
                  QA-OPERATOR " "
                  QA-CLASS " "
                  QA-NEW-FLAG "   "
                  QA-APP (1:20) " "
                  QA-AUD-DATE " "
                  WISP-AGE-DISP
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

      **** S -- THE ITEM, THEN THE VALUES THE CLERK KEYED
       3500-SHOW-ITEM.

           MOVE SPACES TO WQAITEM-RECORD.
           IF WISP-QAR-ITEM-TEXT = SPACES
               MOVE ZERO TO QA-ITEM-ID
               MOVE WISP-QAR-OPERATOR TO QA-OPERATOR
               CALL "WQAQUE" USING "NXT", WQAITEM-RECORD,
                   WISP-QAR-RETURN
               IF WISP-QAR-RETURN NOT = ZERO
                   MOVE "NOTHING LEFT FOR YOU TO REVIEW."
                       TO WISP-QAR-MESSAGE
                   GO TO 3500-SHOW-ITEM-EXIT
               END-IF
               MOVE QA-ITEM-ID TO WISP-QAR-ITEM-ID
               MOVE WISP-QAR-ITEM-ID TO WISP-QAR-ITEM-TEXT
           ELSE
               MOVE WISP-QAR-ITEM-ID TO QA-ITEM-ID
               CALL "WQAQUE" USING "GET", WQAITEM-RECORD,
                   WISP-QAR-RETURN
               IF WISP-QAR-RETURN NOT = ZERO
                   MOVE "NO SUCH ITEM." TO WISP-QAR-MESSAGE
                   GO TO 3500-SHOW-ITEM-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           MOVE QA-ITEM-ID TO WISP-ID-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "ITEM " WISP-ID-DISP "  STATUS " QA-STATUS
                  "  WEEK ENDING " QA-WEEK
                  "  CLASS " QA-CLASS
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "KEYED BY " QA-OPERATOR " ON " QA-AUD-DATE
                  " AT " QA-AUD-TIME
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           IF QA-NEW-FLAG = "Y"
               MOVE "(NEW OPERATOR)" TO WISP-DSP-WORK-LINE (45:14)
           END-IF.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "  APP=" QA-APP
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           IF NOT QA-PENDING
               MOVE SPACES TO WISP-DSP-WORK-LINE
               STRING "REVIEWED BY " QA-REVIEWER " ON " QA-REV-DATE
                      " " QA-CATEGORY " " QA-NOTE
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
               PERFORM 3200-QUEUE-DISPLAY-LINE
           END-IF.

           PERFORM 3600-FIND-AUDIT-RECORD
               THRU 3600-FIND-AUDIT-RECORD-EXIT.
           IF WISP-AUDIT-FOUND
               PERFORM 3700-SPLIT-TAIL-FIELDS
                   THRU 3700-SPLIT-TAIL-FIELDS-EXIT
           ELSE
               MOVE "THE AUDIT RECORD IS NO LONGER ON FILE."
                   TO WISP-DSP-WORK-LINE
               PERFORM 3200-QUEUE-DISPLAY-LINE
           END-IF.
           PERFORM 3400-FLUSH-DISPLAY.
           MOVE "ITEM SHOWN." TO WISP-QAR-MESSAGE.

       3500-SHOW-ITEM-EXIT.
           EXIT.

      **** THE GTPMAUD RECORD BEHIND THE ITEM -- THE LIVE FILE, THEN
      **** THE ARCHIVE SEGMENTS FROM THE DAY IT WAS KEYED
       3600-FIND-AUDIT-RECORD.

           MOVE "N" TO WISP-AUDIT-FOUND-SWITCH.
           MOVE QA-AUD-DATE TO WISP-AUD-DATE-TEXT.
           MOVE "N" TO WISP-AUDIT-EOF-SWITCH.
           OPEN INPUT WISP-GETPARM-AUDIT-FILE.
           IF WISP-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL WISP-AUDIT-EOF OR WISP-AUDIT-FOUND
                   READ WISP-GETPARM-AUDIT-FILE
                       AT END
                           SET WISP-AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE WISP-GETPARM-AUDIT-FILE-REC
                               TO WISP-GETPARM-AUDIT-RECORD
                           PERFORM 3650-TEST-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE WISP-GETPARM-AUDIT-FILE
           END-IF.

           MOVE QA-AUD-DATE TO WISP-ARCH-FROM-DATE.
           MOVE 1 TO WISP-ARCH-INDEX.
           MOVE ZERO TO WISP-ARCH-RETURN.
           PERFORM UNTIL WISP-AUDIT-FOUND OR WISP-ARCH-RETURN = 1
               CALL "WARCHSEG" USING WISP-ARCH-STEM,
                   WISP-ARCH-FROM-DATE, WISP-ARCH-INDEX,
                   WISP-ARCH-NAME, WISP-ARCH-RETURN
                   ON EXCEPTION
                       MOVE 1 TO WISP-ARCH-RETURN
               END-CALL
               IF WISP-ARCH-RETURN NOT = 1
                   ADD 1 TO WISP-ARCH-INDEX
                   PERFORM 3620-SEARCH-ARCHIVE-SEGMENT
               END-IF
           END-PERFORM.

       3600-FIND-AUDIT-RECORD-EXIT.
           EXIT.

       3620-SEARCH-ARCHIVE-SEGMENT.
           MOVE "N" TO WISP-AUDIT-EOF-SWITCH.
           OPEN INPUT WISP-ARCH-FILE.
           IF WISP-ARCH-STATUS = "00"
               PERFORM UNTIL WISP-AUDIT-EOF OR WISP-AUDIT-FOUND
                   READ WISP-ARCH-FILE
                       AT END
                           SET WISP-AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE WISP-ARCH-RECORD
                               TO WISP-GETPARM-AUDIT-RECORD
                           PERFORM 3650-TEST-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE WISP-ARCH-FILE
           END-IF.

       3650-TEST-AUDIT-RECORD.
           IF WISP-AUD-REC-DATE = WISP-AUD-DATE-TEXT
                   AND WISP-AUD-REC-TIME = QA-AUD-TIME
                   AND WISP-AUD-REC-APP = QA-APP
                   AND WISP-AUD-REC-OPERATOR (1:8) = QA-OPERATOR
               MOVE ZERO TO WISP-KEY-HITS
               INSPECT WISP-AUD-REC-TAIL TALLYING WISP-KEY-HITS
                   FOR ALL " KEY=00 "
               IF WISP-KEY-HITS > ZERO
                   SET WISP-AUDIT-FOUND TO TRUE
               END-IF
           END-IF.

      **** ONE LINE PER D-N= FIELD, SPLIT THE WAY WGPMINQ SPLITS THEM
       3700-SPLIT-TAIL-FIELDS.

           MOVE ZERO TO WISP-TAIL-END.
           PERFORM VARYING WISP-SCAN-POS FROM 1888 BY -1
                   UNTIL WISP-SCAN-POS < 1
                      OR WISP-TAIL-END > ZERO
               IF WISP-AUD-REC-TAIL (WISP-SCAN-POS:1) NOT = SPACE
                   MOVE WISP-SCAN-POS TO WISP-TAIL-END
               END-IF
           END-PERFORM.
           IF WISP-TAIL-END = ZERO
               GO TO 3700-SPLIT-TAIL-FIELDS-EXIT
           END-IF.

           MOVE ZERO TO WISP-TAIL-POS.
           PERFORM VARYING WISP-SCAN-POS FROM 1 BY 1
                   UNTIL WISP-SCAN-POS > WISP-TAIL-END - 2
                      OR WISP-TAIL-POS > ZERO
               IF WISP-AUD-REC-TAIL (WISP-SCAN-POS:3) = " D-"
                   MOVE WISP-SCAN-POS TO WISP-TAIL-POS
               END-IF
           END-PERFORM.

           PERFORM UNTIL WISP-TAIL-POS = ZERO
                      OR WISP-TAIL-POS > WISP-TAIL-END
               MOVE ZERO TO WISP-TAIL-NEXT
               PERFORM VARYING WISP-SCAN-POS FROM WISP-TAIL-POS BY 1
                       UNTIL WISP-SCAN-POS > WISP-TAIL-END - 2
                          OR WISP-TAIL-NEXT > ZERO
                   IF WISP-SCAN-POS > WISP-TAIL-POS
                           AND WISP-AUD-REC-TAIL (WISP-SCAN-POS:3)
                               = " D-"
                       MOVE WISP-SCAN-POS TO WISP-TAIL-NEXT
                   END-IF
               END-PERFORM
               IF WISP-TAIL-NEXT = ZERO
                   COMPUTE WISP-TAIL-SEG-LEN =
                       WISP-TAIL-END - WISP-TAIL-POS + 1
               ELSE
                   COMPUTE WISP-TAIL-SEG-LEN =
                       WISP-TAIL-NEXT - WISP-TAIL-POS
               END-IF
               IF WISP-TAIL-SEG-LEN > 77
                   MOVE 77 TO WISP-TAIL-SEG-LEN
               END-IF
               MOVE SPACES TO WISP-DSP-WORK-LINE
               STRING " "
                      WISP-AUD-REC-TAIL
                          (WISP-TAIL-POS:WISP-TAIL-SEG-LEN)
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
               PERFORM 3200-QUEUE-DISPLAY-LINE
               MOVE WISP-TAIL-NEXT TO WISP-TAIL-POS
           END-PERFORM.

       3700-SPLIT-TAIL-FIELDS-EXIT.
           EXIT.

      **** C -- CORRECT
       4000-MARK-CORRECT.

           PERFORM 6000-CHECK-AUTHORITY.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "REVIEW REFUSED - AUTHORITY DOES NOT REACH IT."
                   TO WISP-QAR-MESSAGE
               GO TO 4000-MARK-CORRECT-EXIT
           END-IF.

           MOVE SPACES TO WQAITEM-RECORD.
           MOVE WISP-QAR-ITEM-ID TO QA-ITEM-ID.
           MOVE "C" TO QA-STATUS.
           MOVE WISP-QAR-NOTE TO QA-NOTE.
           PERFORM 7000-MARK-ITEM.

       4000-MARK-CORRECT-EXIT.
           EXIT.

      **** W -- WRONG, WITH THE ERROR CATEGORY
       5000-MARK-WRONG.

           IF WISP-QAR-CATEGORY = SPACES
               MOVE "ENTER THE ERROR CATEGORY." TO WISP-QAR-MESSAGE
               GO TO 5000-MARK-WRONG-EXIT
           END-IF.
           PERFORM 6000-CHECK-AUTHORITY.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "REVIEW REFUSED - AUTHORITY DOES NOT REACH IT."
                   TO WISP-QAR-MESSAGE
               GO TO 5000-MARK-WRONG-EXIT
           END-IF.

           MOVE SPACES TO WQAITEM-RECORD.
           MOVE WISP-QAR-ITEM-ID TO QA-ITEM-ID.
           MOVE "W" TO QA-STATUS.
           MOVE WISP-QAR-CATEGORY TO QA-CATEGORY.
           MOVE WISP-QAR-NOTE TO QA-NOTE.
           PERFORM 7000-MARK-ITEM.

       5000-MARK-WRONG-EXIT.
           EXIT.

       6000-CHECK-AUTHORITY.
           MOVE "QA-REVIEW" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.

       7000-MARK-ITEM.
           CALL "WQAQUE" USING "MRK", WQAITEM-RECORD,
               WISP-QAR-RETURN.
           EVALUATE WISP-QAR-RETURN
               WHEN 0
                   MOVE "REVIEW RECORDED." TO WISP-QAR-MESSAGE
                   MOVE SPACES TO WISP-QAR-ITEM-TEXT
               WHEN 1
                   MOVE "NO SUCH PENDING ITEM." TO WISP-QAR-MESSAGE
               WHEN 2
                   MOVE "REFUSED - YOU KEYED THIS TRANSACTION."
                       TO WISP-QAR-MESSAGE
               WHEN 3
                   MOVE "THAT CATEGORY IS NOT ON THE LIST SHOWN."
                       TO WISP-QAR-MESSAGE
               WHEN OTHER
                   MOVE "NOT RECORDED - THE QUEUE COULD NOT BE UPDATED."
                       TO WISP-QAR-MESSAGE
           END-EVALUATE.

       9999-STOP.
           EXIT PROGRAM.
