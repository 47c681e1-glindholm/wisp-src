      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WPENDOP.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Checker's queue over the WPENDCHG pending changes
      *
      *   Build:      cob WPENDOP.cob
      *
      *
      *   A file designated for maker/checker (WISPCFG MAKERCHK1-9)
      *   is never changed by the clerk who keys the change: the
      *   maintenance program hands it to WPENDCHG, which queues it
      *   in WPENDCHG.DAT.  WPENDOP is the second person's desk.
      *   Functions on the GETPARM-style screen:
      *
      *       L  list the changes waiting for approval, oldest first,
      *          with the maker and how many days each has waited
      *       S  show the named item -- its record key and maker,
      *          then the before and after of every 64-byte span
      *          of the record the change touches
      *       A  approve the named item; the change is applied to
      *          the file, journaled through WJRNL and written to
      *          the CHGAUDX change audit with both identities
      *       R  reject the named item; the REASON field is required
      *
      *   A and R are authority gated through WAUTHCHK (function
      *   PENDCHG-APV), and WPENDCHG refuses either from the operator
      *   who made the change.  An item whose record has changed
      *   since it was made is refused as stale and stays pending --
      *   reject it and have the change keyed again.  Every decision
      *   is logged through WISPERRLOG by WPENDCHG.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WPENDOP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPENDCHG-FILE ASSIGN TO "WPENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-PEND-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WPENDCHG-FILE.
       01  WPENDCHG-FILE-RECORD       PIC X(1189).

       WORKING-STORAGE SECTION.

       COPY "wpendchg.cpy".

       01  WISP-PEND-FILE-STATUS      PIC XX.
       01  WISP-PEND-EOF-SWITCH       PIC X.
           88  WISP-PEND-EOF                    VALUE "Y".
       01  WISP-PEND-FOUND-SWITCH     PIC X.
           88  WISP-PEND-FOUND                  VALUE "Y".
       01  WISP-TODAY                 PIC 9(8).
       01  WISP-AGE-DAYS              PIC S9(8) COMP.
       01  WISP-AGE-DISP              PIC ZZZ9.
       01  WISP-ID-DISP               PIC Z(7)9.
       01  WISP-PEND-COUNT            PIC 9(4) COMP-5 VALUE ZERO.
       01  WISP-COUNT-DISP            PIC ZZZ9.
       01  WISP-SPAN-START            PIC 9(4) COMP-5.
       01  WISP-SPAN-DISP             PIC 999.

      *    Control screen, served by WMFNGETPARM.
       01  WISP-PQO-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-PQO-STATIC-TEXT.
           05  WISP-PQO-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-PQO-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-PQO-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-PQO-ROW       COMP-5 PIC XX.
               10  WISP-PQO-COL       COMP-5 PIC XX.
               10  WISP-PQO-LEN       COMP-5 PIC XX.
               10  WISP-PQO-FAC       PIC X COMP-X.
               10  WISP-PQO-DATA      PIC X(79).
               10  WISP-PQO-EDIT      PIC X.
               10  WISP-PQO-HELP      PIC X(8).
               10  WISP-PQO-AUTH      PIC 99.
               10  WISP-PQO-LKUP      PIC X(24).
       01  WISP-PQO-KEY-LIST.
           05  WISP-PQO-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-PQO-KEY-CNT          COMP-5 PIC XX.
       01  WISP-PQO-TERM-KEY         COMP-5 PIC XX.
       01  WISP-PQO-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-PQO-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-PQO-APP-NAME         PIC X(40) VALUE "WPENDOP".

       01  WISP-PQO-FUNC             PIC X.
       01  WISP-PQO-ITEM-TEXT        PIC X(8).
       01  WISP-PQO-ITEM-LEN         PIC 9(4) COMP-5.
       01  WISP-PQO-ITEM-ID          PIC 9(8).
       01  WISP-PQO-REASON           PIC X(40).
       01  WISP-PQO-MESSAGE          PIC X(60).
       01  WISP-PQO-RETURN           PIC 9.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WPENDOP".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-PQO-MESSAGE.
           PERFORM 2000-CONTROL-CYCLE
               THRU 2000-CONTROL-CYCLE-EXIT
               UNTIL WISP-PQO-TERM-KEY = 16.
           GO TO 9999-STOP.

       2000-CONTROL-CYCLE.

           PERFORM 2100-SHOW-CONTROL-SCREEN.
           IF WISP-PQO-TERM-KEY = 16
               GO TO 2000-CONTROL-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-PQO-MESSAGE.
           IF WISP-PQO-FUNC = "S" OR "A" OR "R"
               IF WISP-PQO-ITEM-TEXT = SPACES
                   MOVE "ENTER THE ITEM NUMBER." TO WISP-PQO-MESSAGE
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
               MOVE ZERO TO WISP-PQO-ITEM-LEN
               INSPECT WISP-PQO-ITEM-TEXT TALLYING WISP-PQO-ITEM-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WISP-PQO-ITEM-LEN = ZERO
                   MOVE "THE ITEM NUMBER MUST BE NUMERIC."
                       TO WISP-PQO-MESSAGE
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
               IF WISP-PQO-ITEM-TEXT (1:WISP-PQO-ITEM-LEN)
                       IS NOT NUMERIC
                   MOVE "THE ITEM NUMBER MUST BE NUMERIC."
                       TO WISP-PQO-MESSAGE
                   GO TO 2000-CONTROL-CYCLE-EXIT
               END-IF
               MOVE WISP-PQO-ITEM-TEXT (1:WISP-PQO-ITEM-LEN)
                   TO WISP-PQO-ITEM-ID
           END-IF.

           EVALUATE WISP-PQO-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-PENDING
                       THRU 3000-LIST-PENDING-EXIT
               WHEN "S"
                   PERFORM 3500-SHOW-ITEM
                       THRU 3500-SHOW-ITEM-EXIT
               WHEN "A"
                   PERFORM 4000-APPROVE-ITEM
                       THRU 4000-APPROVE-ITEM-EXIT
               WHEN "R"
                   PERFORM 5000-REJECT-ITEM
                       THRU 5000-REJECT-ITEM-EXIT
               WHEN OTHER
                   MOVE "ENTER L, S, A, OR R IN THE FUNCTION FIELD."
                       TO WISP-PQO-MESSAGE
           END-EVALUATE.

       2000-CONTROL-CYCLE-EXIT.
           EXIT.

       2100-SHOW-CONTROL-SCREEN.

           MOVE SPACES TO WISP-PQO-STATIC-TEXT.
           MOVE "              WPENDOP - PENDING CHANGES FOR APPROVAL"
               TO WISP-PQO-TEXT-LINES(2).
           MOVE "  FUNCTION (L/S/A/R)......:"
               TO WISP-PQO-TEXT-LINES(8).
           MOVE "  ITEM NUMBER.............:"
               TO WISP-PQO-TEXT-LINES(10).
           MOVE "  REASON..................:"
               TO WISP-PQO-TEXT-LINES(12).
           MOVE "  L=LIST PENDING  S=SHOW ITEM  A=APPROVE  R=REJECT"
               TO WISP-PQO-TEXT-LINES(14).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-PQO-TEXT-LINES(18).
           MOVE WISP-PQO-MESSAGE TO WISP-PQO-TEXT-LINES(20).

           MOVE 3 TO WISP-PQO-FIELD-CNT.
           MOVE  8 TO WISP-PQO-ROW(1).
           MOVE 30 TO WISP-PQO-COL(1).
           MOVE  1 TO WISP-PQO-LEN(1).
           MOVE 128 TO WISP-PQO-FAC(1).
           MOVE SPACES TO WISP-PQO-DATA(1).
           MOVE "R" TO WISP-PQO-EDIT(1).
           MOVE SPACES TO WISP-PQO-HELP(1).
           MOVE ZERO TO WISP-PQO-AUTH (1).
           MOVE SPACES TO WISP-PQO-LKUP (1).
           MOVE 10 TO WISP-PQO-ROW(2).
           MOVE 30 TO WISP-PQO-COL(2).
           MOVE  8 TO WISP-PQO-LEN(2).
           MOVE 128 TO WISP-PQO-FAC(2).
           MOVE SPACES TO WISP-PQO-DATA(2).
           MOVE SPACE TO WISP-PQO-EDIT(2).
           MOVE SPACES TO WISP-PQO-HELP(2).
           MOVE ZERO TO WISP-PQO-AUTH (2).
           MOVE SPACES TO WISP-PQO-LKUP (2).
           MOVE 12 TO WISP-PQO-ROW(3).
           MOVE 30 TO WISP-PQO-COL(3).
           MOVE 40 TO WISP-PQO-LEN(3).
           MOVE 128 TO WISP-PQO-FAC(3).
           MOVE SPACES TO WISP-PQO-DATA(3).
           MOVE SPACE TO WISP-PQO-EDIT(3).
           MOVE SPACES TO WISP-PQO-HELP(3).
           MOVE ZERO TO WISP-PQO-AUTH (3).
           MOVE SPACES TO WISP-PQO-LKUP (3).

           MOVE 2 TO WISP-PQO-KEY-CNT.
           MOVE 0 TO WISP-PQO-KEY-ITEM(1).
           MOVE 16 TO WISP-PQO-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-PQO-STATIC-TEXT,
               WISP-PQO-FIELD-CNT,
               WISP-PQO-FIELD-TABLE,
               WISP-PQO-KEY-LIST,
               WISP-PQO-KEY-CNT,
               WISP-PQO-TERM-KEY,
               WISP-PQO-PAGE-CNT,
               WISP-PQO-STATIC-TEXT-2,
               WISP-PQO-APP-NAME.

           MOVE WISP-PQO-DATA(1) (1:1) TO WISP-PQO-FUNC.
           MOVE WISP-PQO-DATA(2) (1:8) TO WISP-PQO-ITEM-TEXT.
           MOVE WISP-PQO-DATA(3) (1:40) TO WISP-PQO-REASON.

      **** L -- ONE LINE PER ITEM STILL WAITING, IN FILE (= ARRIVAL)
      **** ORDER, WITH ITS AGE IN DAYS
       3000-LIST-PENDING.

           ACCEPT WISP-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-PEND-COUNT.
           MOVE "N" TO WISP-PEND-EOF-SWITCH.

           OPEN INPUT WPENDCHG-FILE.
           IF WISP-PEND-FILE-STATUS NOT = "00"
               MOVE "NO CHANGES ARE WAITING." TO WISP-PQO-MESSAGE
               GO TO 3000-LIST-PENDING-EXIT
           END-IF.

           MOVE "    ITEM VOL    LIB      FILE     RECORD KEY"
               TO WISP-DSP-WORK-LINE.
           MOVE "MAKER    MADE     DAYS" TO WISP-DSP-WORK-LINE (56:22).
           PERFORM 3200-QUEUE-DISPLAY-LINE.

           PERFORM 3100-READ-PENDING-RECORD.
           PERFORM UNTIL WISP-PEND-EOF
               IF WPENDCHG-FILE-RECORD NOT = SPACES
                   MOVE WPENDCHG-FILE-RECORD TO WPENDCHG-RECORD
                   IF PC-PENDING
                       ADD 1 TO WISP-PEND-COUNT
                       PERFORM 3300-FORMAT-PENDING-LINE
                       PERFORM 3200-QUEUE-DISPLAY-LINE
                   END-IF
               END-IF
               PERFORM 3100-READ-PENDING-RECORD
           END-PERFORM.

           CLOSE WPENDCHG-FILE.

           MOVE WISP-PEND-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "CHANGES WAITING: " DELIMITED BY SIZE
                  WISP-COUNT-DISP     DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           PERFORM 3400-FLUSH-DISPLAY.
           MOVE "PENDING CHANGES LISTED." TO WISP-PQO-MESSAGE.

       3000-LIST-PENDING-EXIT.
           EXIT.

       3100-READ-PENDING-RECORD.
           READ WPENDCHG-FILE
               AT END
                   SET WISP-PEND-EOF TO TRUE
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
           IF PC-MADE-DATE IS NUMERIC AND PC-MADE-DATE > ZERO
               COMPUTE WISP-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WISP-TODAY)
                   - FUNCTION INTEGER-OF-DATE (PC-MADE-DATE)
           END-IF.
           IF WISP-AGE-DAYS < ZERO
               MOVE ZERO TO WISP-AGE-DAYS
           END-IF.
           IF WISP-AGE-DAYS > 9999
               MOVE 9999 TO WISP-AGE-DAYS
           END-IF.
           MOVE WISP-AGE-DAYS TO WISP-AGE-DISP.
           MOVE PC-ITEM-ID TO WISP-ID-DISP.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING WISP-ID-DISP " "
                  PC-VOL " "
                  PC-LIB " "
                  PC-FILE " "
                  PC-RECKEY (1:20) " "
                  PC-MAKER " "
                  PC-MADE-DATE " "
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

      **** S -- THE ITEM, AND ONLY THE SPANS OF THE RECORD IT CHANGES
       3500-SHOW-ITEM.

           PERFORM 3600-FIND-ITEM
               THRU 3600-FIND-ITEM-EXIT.
           IF NOT WISP-PEND-FOUND
               MOVE "NO SUCH ITEM." TO WISP-PQO-MESSAGE
               GO TO 3500-SHOW-ITEM-EXIT
           END-IF.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           MOVE PC-ITEM-ID TO WISP-ID-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "ITEM " WISP-ID-DISP "  STATUS " PC-STATUS
                  "  FILE " PC-VOL " " PC-LIB " " PC-FILE
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "RECORD KEY " PC-RECKEY
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "MADE BY " PC-MAKER " ON " PC-MADE-DATE
                  " AT " PC-MADE-TIME (1:6)
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3200-QUEUE-DISPLAY-LINE.
           IF NOT PC-PENDING
               MOVE SPACES TO WISP-DSP-WORK-LINE
               STRING "DECIDED BY " PC-CHECKER " ON " PC-DONE-DATE
                      " " PC-REASON
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
               PERFORM 3200-QUEUE-DISPLAY-LINE
           END-IF.
           IF PC-BEFORE = SPACES
               MOVE "NEW RECORD." TO WISP-DSP-WORK-LINE
               PERFORM 3200-QUEUE-DISPLAY-LINE
           END-IF.

           PERFORM VARYING WISP-SPAN-START FROM 1 BY 64
                   UNTIL WISP-SPAN-START > 512
               IF PC-BEFORE (WISP-SPAN-START:64)
                       NOT = PC-AFTER (WISP-SPAN-START:64)
                   MOVE WISP-SPAN-START TO WISP-SPAN-DISP
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING "BEF " WISP-SPAN-DISP " "
                          PC-BEFORE (WISP-SPAN-START:64)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
                   PERFORM 3200-QUEUE-DISPLAY-LINE
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING "AFT " WISP-SPAN-DISP " "
                          PC-AFTER (WISP-SPAN-START:64)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
                   PERFORM 3200-QUEUE-DISPLAY-LINE
               END-IF
           END-PERFORM.
           PERFORM 3400-FLUSH-DISPLAY.
           MOVE "ITEM SHOWN." TO WISP-PQO-MESSAGE.

       3500-SHOW-ITEM-EXIT.
           EXIT.

       3600-FIND-ITEM.

           MOVE "N" TO WISP-PEND-FOUND-SWITCH.
           MOVE "N" TO WISP-PEND-EOF-SWITCH.
           OPEN INPUT WPENDCHG-FILE.
           IF WISP-PEND-FILE-STATUS NOT = "00"
               GO TO 3600-FIND-ITEM-EXIT
           END-IF.
           PERFORM 3100-READ-PENDING-RECORD.
           PERFORM UNTIL WISP-PEND-EOF OR WISP-PEND-FOUND
               IF WPENDCHG-FILE-RECORD NOT = SPACES
                   MOVE WPENDCHG-FILE-RECORD TO WPENDCHG-RECORD
                   IF PC-ITEM-ID IS NUMERIC
                           AND PC-ITEM-ID = WISP-PQO-ITEM-ID
                       SET WISP-PEND-FOUND TO TRUE
                   END-IF
               END-IF
               IF NOT WISP-PEND-FOUND
                   PERFORM 3100-READ-PENDING-RECORD
               END-IF
           END-PERFORM.
           CLOSE WPENDCHG-FILE.

       3600-FIND-ITEM-EXIT.
           EXIT.

      **** A -- APPROVE: AUTHORITY GATED HERE, MAKER REFUSED AND THE
      **** CHANGE APPLIED BY WPENDCHG
       4000-APPROVE-ITEM.

           PERFORM 6000-CHECK-AUTHORITY.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "APPROVAL REFUSED - AUTHORITY DOES NOT REACH IT."
                   TO WISP-PQO-MESSAGE
               GO TO 4000-APPROVE-ITEM-EXIT
           END-IF.

           MOVE SPACES TO WPENDCHG-RECORD.
           MOVE WISP-PQO-ITEM-ID TO PC-ITEM-ID.
           MOVE WISP-PQO-REASON TO PC-REASON.
           CALL "WPENDCHG" USING "APV", WPENDCHG-RECORD,
               WISP-PQO-RETURN.
           EVALUATE WISP-PQO-RETURN
               WHEN 0
                   MOVE "CHANGE APPROVED AND APPLIED."
                       TO WISP-PQO-MESSAGE
               WHEN 1
                   MOVE "NO SUCH PENDING ITEM." TO WISP-PQO-MESSAGE
               WHEN 2
                   MOVE "REFUSED - YOU MADE THIS CHANGE."
                       TO WISP-PQO-MESSAGE
               WHEN 3
                   MOVE "STALE - THE RECORD HAS CHANGED SINCE. REJECT I
      -                 "T." TO WISP-PQO-MESSAGE
               WHEN OTHER
                   MOVE "NOT APPLIED - THE FILE COULD NOT BE UPDATED."
                       TO WISP-PQO-MESSAGE
           END-EVALUATE.

       4000-APPROVE-ITEM-EXIT.
           EXIT.

      **** R -- REJECT, WITH THE REASON
       5000-REJECT-ITEM.

           IF WISP-PQO-REASON = SPACES
               MOVE "ENTER THE REASON FOR THE REJECTION."
                   TO WISP-PQO-MESSAGE
               GO TO 5000-REJECT-ITEM-EXIT
           END-IF.
           PERFORM 6000-CHECK-AUTHORITY.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "REJECTION REFUSED - AUTHORITY DOES NOT REACH IT."
                   TO WISP-PQO-MESSAGE
               GO TO 5000-REJECT-ITEM-EXIT
           END-IF.

           MOVE SPACES TO WPENDCHG-RECORD.
           MOVE WISP-PQO-ITEM-ID TO PC-ITEM-ID.
           MOVE WISP-PQO-REASON TO PC-REASON.
           CALL "WPENDCHG" USING "REJ", WPENDCHG-RECORD,
               WISP-PQO-RETURN.
           EVALUATE WISP-PQO-RETURN
               WHEN 0
                   MOVE "CHANGE REJECTED." TO WISP-PQO-MESSAGE
               WHEN 2
                   MOVE "REFUSED - YOU MADE THIS CHANGE."
                       TO WISP-PQO-MESSAGE
               WHEN OTHER
                   MOVE "NO SUCH PENDING ITEM." TO WISP-PQO-MESSAGE
           END-EVALUATE.

       5000-REJECT-ITEM-EXIT.
           EXIT.

       6000-CHECK-AUTHORITY.
           MOVE "PENDCHG-APV" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.

       9999-STOP.
           EXIT PROGRAM.
