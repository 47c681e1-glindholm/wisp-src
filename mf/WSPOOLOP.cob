      *          text function -- then decide to release, hold, or
      *          requeue it.  Most "reprint" requests are really
      *          "let me look at it".
      *       C  confirm the serials of negotiable stock loaded for
      *          an entry awaiting confirmation (status N), which
      *          releases it
      *       S  stock received -- a serial range of a negotiable
      *          form delivered to the print room
      *       M  forms mounted -- the form entered is now in the
      *          printer of its destination.  Alignment test pages
      *          are sent on request until the operator confirms the
      *          stock is aligned; the mount is then recorded
      *          (WFORMMST) and the entries WSPOOLMGR held for that
      *          form (status F) go back to READY.
      *   PF16 exits.
      *
      *   Negotiable forms (WISPCFG NEGOTIABLE-<form> = "Y" -- cheques
      *   and payment stock) are kept on the WNEGSTK.DAT ledger: the
      *   serials received, the serials each job consumed, and the
      *   serials spoiled.  Confirmed serials must have been received
      *   and not used before.  Reprinting a negotiable entry needs
      *   the WSPOOLOP-NEG function as well as WSPOOLOP-RPT, and a
      *   reason; the job's earlier serials are voided with that
      *   reason and the entry goes back to N for new serials.
      *   Stock receipts need WSPOOLOP-STK.  The ledger is updated
      *   under the WENQ lock NEGSTK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WSPOOLOP.
           SELECT WSPOOLQ-FILE ASSIGN TO "WSPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-QUEUE-FILE-STATUS.
           SELECT WNEGSTK-FILE ASSIGN TO "WNEGSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-STOCK-FILE-STATUS.
           SELECT WISP-ALIGN-FILE ASSIGN TO WISP-ALIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-ALIGN-FILE-STATUS.
           SELECT WISP-VIEW-FILE ASSIGN TO WISP-VIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-VIEW-FILE-STATUS.
       FD  WSPOOLQ-FILE.
       01  WSPOOLQ-RECORD             PIC X(130).

       FD  WNEGSTK-FILE.
       01  WNEGSTK-FILE-RECORD        PIC X(200).

       FD  WISP-ALIGN-FILE.
       01  WISP-ALIGN-RECORD.
           05  WISP-ALIGN-REC-CC      PIC X.
           05  WISP-ALIGN-REC-TEXT    PIC X(132).

       FD  WISP-VIEW-FILE.
       01  WISP-VIEW-RECORD.
           05  WISP-VIEW-REC-CC       PIC X.
       01  WISP-OPS-FOUND-NUM        PIC 9(4) COMP-5.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.
       01  WISP-OPS-FORM             PIC X(4).
       01  WISP-OPS-FIRST-SERIAL     PIC 9(8).
       01  WISP-OPS-LAST-SERIAL      PIC 9(8).
       01  WISP-OPS-REASON           PIC X(40).

      *    Negotiable stock -- the form's lines of the WNEGSTK.DAT
      *    ledger, held while a range is checked.
       COPY "wnegstk.cpy".
       01  WISP-STOCK-FILE-STATUS    PIC XX.
       01  WISP-STOCK-EOF-SWITCH     PIC X.
           88  WISP-STOCK-EOF                  VALUE "Y".
       01  WISP-STOCK-FULL-SWITCH    PIC X.
           88  WISP-STOCK-FULL                 VALUE "Y".
       01  WISP-STOCK-COUNT          PIC 9(4)  COMP-5.
       01  WISP-STOCK-MAX            PIC 9(4)  VALUE 3000.
       01  WISP-STOCK-TABLE.
           05  WISP-STK-ENTRY  OCCURS 3000 TIMES
                               INDEXED BY WISP-STK-X, WISP-STK-Y.
               10  WISP-STK-EVENT    PIC X.
               10  WISP-STK-ENTRY-NUM PIC 9(6).
               10  WISP-STK-FIRST    PIC 9(8).
               10  WISP-STK-LAST     PIC 9(8).
               10  WISP-STK-OPEN     PIC X.
       01  WISP-NEG-SWITCH           PIC X.
           88  WISP-NEGOTIABLE                 VALUE "Y".
       01  WISP-NEG-FORM             PIC X(4).
       01  WISP-NEG-POS              PIC 9(9).
       01  WISP-NEG-FOUND-SWITCH     PIC X.
           88  WISP-NEG-FOUND                  VALUE "Y".
       01  WISP-NEG-RESULT           PIC 9.
           88  WISP-RANGE-FREE                 VALUE 0.
           88  WISP-RANGE-NOT-RECEIVED         VALUE 1.
           88  WISP-RANGE-USED                 VALUE 2.
           88  WISP-RANGE-RECEIVED             VALUE 3.
       01  WISP-NEG-OPEN-COUNT       PIC 9(4)  COMP-5.
       01  WISP-NEG-VOID-SERIALS     PIC 9(9).
       01  WISP-NEG-COUNT-DISP       PIC Z(8)9.
       01  WISP-CFG-KEY              PIC X(20).
       01  WISP-CFG-VALUE            PIC X(80).
       01  WISP-LOCK-NAME            PIC X(20) VALUE "NEGSTK".
       01  WISP-LOCK-RETURN          PIC 9.
       01  WISP-LOG-NAME             PIC X(12) VALUE "WNEGSTK.DAT".
       01  WISP-LOG-LENGTH           PIC 9(4) COMP VALUE 133.
       01  WISP-ENV-VALUE            PIC X(80).

      *    Forms mount -- the form's master line, its destination,
      *    and the alignment test pages sent.
       COPY "wformmst.cpy".
       01  WISP-FORM-RETURN          PIC 9.
       01  WISP-ALIGN-FILE-STATUS    PIC XX.
       01  WISP-ALIGN-PATH           PIC X(120).
       01  WISP-ALIGN-DEST           PIC X(80).
       01  WISP-ALIGN-FUNC           PIC X.
       01  WISP-ALIGN-DONE-SWITCH    PIC X.
           88  WISP-ALIGN-DONE                 VALUE "Y".
       01  WISP-ALIGN-OK-SWITCH      PIC X.
           88  WISP-ALIGN-CONFIRMED            VALUE "Y".
       01  WISP-ALIGN-TESTS          PIC 99.
       01  WISP-ALIGN-LINES          PIC 9(3).
       01  WISP-ALIGN-WIDTH          PIC 9(3).
       01  WISP-ALIGN-LINE-NUM       PIC 9(3).
       01  WISP-ALIGN-TIME           PIC 9(8).
       01  WISP-ALIGN-MESSAGE        PIC X(60).
       01  WISP-ALIGN-RELEASED       PIC 9(4).
       01  WISP-ALIGN-COUNT-DISP     PIC ZZZ9.

      *    The viewer -- the report held in storage, a 15-line
      *    window paged over it, page breaks taken from the
               WHEN "V"
                   PERFORM 7000-VIEW-ENTRY
                       THRU 7000-VIEW-ENTRY-EXIT
               WHEN "C"
                   PERFORM 8000-CONFIRM-SERIALS
                       THRU 8000-CONFIRM-SERIALS-EXIT
               WHEN "S"
                   MOVE "WSPOOLOP-STK" TO WISP-AUTH-FUNC
                   CALL "WAUTHCHK" USING WISP-AUTH-FUNC,
                       WISP-AUTH-RETURN
                       ON EXCEPTION
                           MOVE ZERO TO WISP-AUTH-RETURN
                   END-CALL
                   IF WISP-AUTH-RETURN NOT = ZERO
                       MOVE "STOCK RECEIPT REFUSED - NO AUTHORITY."
                           TO WISP-OPS-MESSAGE
                   ELSE
                       PERFORM 8500-RECEIVE-STOCK
                           THRU 8500-RECEIVE-STOCK-EXIT
                   END-IF
               WHEN "M"
                   PERFORM 8800-MOUNT-FORM
                       THRU 8800-MOUNT-FORM-EXIT
               WHEN OTHER
                   MOVE "ENTER L, H, R, P, V, C, S, OR M AS FUNCTION."
                       TO WISP-OPS-MESSAGE
           END-EVALUATE.

       2000-CONTROL-CYCLE-EXIT.
           MOVE SPACES TO WISP-OPS-STATIC-TEXT.
           MOVE "                WSPOOLOP - PRINT QUEUE CONTROL"
               TO WISP-OPS-TEXT-LINES(2).
           MOVE "  FUNCTION (SEE BELOW).....:"
               TO WISP-OPS-TEXT-LINES(8).
           MOVE "  ENTRY NUMBER............:"
               TO WISP-OPS-TEXT-LINES(10).
           MOVE "  FORM CODE (FOR S/M).....:"
               TO WISP-OPS-TEXT-LINES(11).
           MOVE "  FIRST SERIAL (C/S)......:"
               TO WISP-OPS-TEXT-LINES(12).
           MOVE "  LAST SERIAL (C/S).......:"
               TO WISP-OPS-TEXT-LINES(13).
           MOVE "  REASON OR REF (P/S).....:"
               TO WISP-OPS-TEXT-LINES(14).
           MOVE "  L=LIST  H=HOLD  R=RELEASE  P=REPRINT  V=VIEW"
               TO WISP-OPS-TEXT-LINES(16).
           MOVE "  C=CONFIRM SERIALS  S=STOCK RECEIVED  M=FORMS MOUNTED"
               TO WISP-OPS-TEXT-LINES(17).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-OPS-TEXT-LINES(18).
           MOVE WISP-OPS-MESSAGE TO WISP-OPS-TEXT-LINES(20).

           MOVE 6 TO WISP-OPS-FIELD-CNT.
           MOVE  8 TO WISP-OPS-ROW(1).
           MOVE 30 TO WISP-OPS-COL(1).
           MOVE  1 TO WISP-OPS-LEN(1).
           MOVE SPACES TO WISP-OPS-HELP(2).
           MOVE ZERO TO WISP-OPS-AUTH (2).
           MOVE SPACES TO WISP-OPS-LKUP (2).
           MOVE 11 TO WISP-OPS-ROW(3).
           MOVE 30 TO WISP-OPS-COL(3).
           MOVE  4 TO WISP-OPS-LEN(3).
           MOVE 128 TO WISP-OPS-FAC(3).
           MOVE SPACES TO WISP-OPS-DATA(3).
           MOVE SPACE TO WISP-OPS-EDIT(3).
           MOVE SPACES TO WISP-OPS-HELP(3).
           MOVE ZERO TO WISP-OPS-AUTH (3).
           MOVE SPACES TO WISP-OPS-LKUP (3).
           MOVE 12 TO WISP-OPS-ROW(4).
           MOVE 30 TO WISP-OPS-COL(4).
           MOVE  8 TO WISP-OPS-LEN(4).
           MOVE 128 TO WISP-OPS-FAC(4).
           MOVE SPACES TO WISP-OPS-DATA(4).
           MOVE "N" TO WISP-OPS-EDIT(4).
           MOVE SPACES TO WISP-OPS-HELP(4).
           MOVE ZERO TO WISP-OPS-AUTH (4).
           MOVE SPACES TO WISP-OPS-LKUP (4).
           MOVE 13 TO WISP-OPS-ROW(5).
           MOVE 30 TO WISP-OPS-COL(5).
           MOVE  8 TO WISP-OPS-LEN(5).
           MOVE 128 TO WISP-OPS-FAC(5).
           MOVE SPACES TO WISP-OPS-DATA(5).
           MOVE "N" TO WISP-OPS-EDIT(5).
           MOVE SPACES TO WISP-OPS-HELP(5).
           MOVE ZERO TO WISP-OPS-AUTH (5).
           MOVE SPACES TO WISP-OPS-LKUP (5).
           MOVE 14 TO WISP-OPS-ROW(6).
           MOVE 30 TO WISP-OPS-COL(6).
           MOVE 40 TO WISP-OPS-LEN(6).
           MOVE 128 TO WISP-OPS-FAC(6).
           MOVE SPACES TO WISP-OPS-DATA(6).
           MOVE SPACE TO WISP-OPS-EDIT(6).
           MOVE SPACES TO WISP-OPS-HELP(6).
           MOVE ZERO TO WISP-OPS-AUTH (6).
           MOVE SPACES TO WISP-OPS-LKUP (6).

           MOVE 2 TO WISP-OPS-KEY-CNT.
           MOVE 0 TO WISP-OPS-KEY-ITEM(1).
           IF WISP-OPS-DATA(2) (1:6) IS NUMERIC
               MOVE WISP-OPS-DATA(2) (1:6) TO WISP-OPS-ENTRY-NUM
           END-IF.
           MOVE WISP-OPS-DATA(3) (1:4) TO WISP-OPS-FORM.
           MOVE ZERO TO WISP-OPS-FIRST-SERIAL WISP-OPS-LAST-SERIAL.
           IF WISP-OPS-DATA(4) (1:8) IS NUMERIC
               MOVE WISP-OPS-DATA(4) (1:8) TO WISP-OPS-FIRST-SERIAL
           END-IF.
           IF WISP-OPS-DATA(5) (1:8) IS NUMERIC
               MOVE WISP-OPS-DATA(5) (1:8) TO WISP-OPS-LAST-SERIAL
           END-IF.
           MOVE WISP-OPS-DATA(6) (1:40) TO WISP-OPS-REASON.

       3000-LOAD-QUEUE.

           END-IF.

           SET WISP-QUE-X TO WISP-OPS-FOUND-NUM.
           MOVE WISP-QUE-FORM (WISP-QUE-X) TO WISP-NEG-FORM.
           PERFORM 8100-CHECK-NEGOTIABLE.
           IF WISP-NEGOTIABLE
               PERFORM 5100-NEGOTIABLE-STATUS
                   THRU 5100-NEGOTIABLE-STATUS-EXIT
               GO TO 5000-SET-ENTRY-STATUS-EXIT
           END-IF.

           EVALUATE WISP-OPS-FUNC
               WHEN "H"
                   MOVE "H" TO WISP-QUE-STATUS (WISP-QUE-X)
       5000-SET-ENTRY-STATUS-EXIT.
           EXIT.

      *    H/R/P ON A NEGOTIABLE FORM -- A PRINTED ENTRY IS NOT HELD
      *    OR RELEASED BACK TO PRINT, ONLY REPRINTED; A HELD ONE GOES
      *    BACK TO READY ONLY IF ITS SERIALS ARE STILL CONFIRMED.
       5100-NEGOTIABLE-STATUS.

           EVALUATE WISP-OPS-FUNC
               WHEN "H"
                   IF WISP-QUE-STATUS (WISP-QUE-X) = "P"
                       MOVE "A PRINTED NEGOTIABLE ENTRY CANNOT BE HELD."
                           TO WISP-OPS-MESSAGE
                       GO TO 5100-NEGOTIABLE-STATUS-EXIT
                   END-IF
                   MOVE "H" TO WISP-QUE-STATUS (WISP-QUE-X)
                   MOVE "ENTRY HELD." TO WISP-OPS-MESSAGE
               WHEN "R"
                   IF WISP-QUE-STATUS (WISP-QUE-X) NOT = "H"
                       MOVE
                           "RELEASE REFUSED - USE C OR P FOR THIS ONE."
                           TO WISP-OPS-MESSAGE
                       GO TO 5100-NEGOTIABLE-STATUS-EXIT
                   END-IF
                   PERFORM 8200-LOAD-STOCK-LEDGER
                       THRU 8200-LOAD-STOCK-LEDGER-EXIT
                   PERFORM 8400-COUNT-OPEN-USES
                   IF WISP-NEG-OPEN-COUNT > ZERO
                       MOVE "R" TO WISP-QUE-STATUS (WISP-QUE-X)
                       MOVE "ENTRY RELEASED." TO WISP-OPS-MESSAGE
                   ELSE
                       MOVE "N" TO WISP-QUE-STATUS (WISP-QUE-X)
                       MOVE "ENTRY AWAITS STOCK CONFIRMATION - USE C."
                           TO WISP-OPS-MESSAGE
                   END-IF
               WHEN "P"
                   MOVE "WSPOOLOP-NEG" TO WISP-AUTH-FUNC
                   CALL "WAUTHCHK" USING WISP-AUTH-FUNC,
                       WISP-AUTH-RETURN
                       ON EXCEPTION
                           MOVE ZERO TO WISP-AUTH-RETURN
                   END-CALL
                   IF WISP-AUTH-RETURN NOT = ZERO
                       MOVE
                           "NEGOTIABLE REPRINT REFUSED - NO AUTHORITY."
                           TO WISP-OPS-MESSAGE
                       GO TO 5100-NEGOTIABLE-STATUS-EXIT
                   END-IF
                   IF WISP-QUE-STATUS (WISP-QUE-X) NOT = "P"
                       MOVE "ONLY A PRINTED ENTRY CAN BE REPRINTED."
                           TO WISP-OPS-MESSAGE
                       GO TO 5100-NEGOTIABLE-STATUS-EXIT
                   END-IF
                   IF WISP-OPS-REASON = SPACES
                       MOVE "A NEGOTIABLE REPRINT NEEDS A REASON."
                           TO WISP-OPS-MESSAGE
                       GO TO 5100-NEGOTIABLE-STATUS-EXIT
                   END-IF
                   CALL "WENQ" USING "WAI", WISP-LOCK-NAME,
                       WISP-LOCK-RETURN
                   IF WISP-LOCK-RETURN NOT = ZERO
                       MOVE "STOCK LEDGER BUSY - TRY AGAIN."
                           TO WISP-OPS-MESSAGE
                       GO TO 5100-NEGOTIABLE-STATUS-EXIT
                   END-IF
                   PERFORM 5200-VOID-FOR-REPRINT
                       THRU 5200-VOID-FOR-REPRINT-EXIT
                   CALL "WENQ" USING "DEQ", WISP-LOCK-NAME,
                       WISP-LOCK-RETURN
                   GO TO 5100-NEGOTIABLE-STATUS-EXIT
           END-EVALUATE.

           PERFORM 6000-REWRITE-QUEUE.

       5100-NEGOTIABLE-STATUS-EXIT.
           EXIT.

      *    THE SERIALS THE ENTRY LAST PRINTED ON ARE SPOILED BY THE
      *    REPRINT -- VOIDED ON THE LEDGER WITH THE OPERATOR'S REASON,
      *    AND THE ENTRY WAITS FOR NEW SERIALS.  UNDER THE NEGSTK LOCK.
       5200-VOID-FOR-REPRINT.

           PERFORM 8200-LOAD-STOCK-LEDGER
               THRU 8200-LOAD-STOCK-LEDGER-EXIT.
           IF WISP-STOCK-FULL
               MOVE "STOCK LEDGER FOR THE FORM IS TOO LARGE TO UPDATE."
                   TO WISP-OPS-MESSAGE
               GO TO 5200-VOID-FOR-REPRINT-EXIT
           END-IF.

           MOVE ZERO TO WISP-NEG-VOID-SERIALS.
           PERFORM VARYING WISP-STK-X FROM 1 BY 1
                   UNTIL WISP-STK-X > WISP-STOCK-COUNT
               IF WISP-STK-EVENT (WISP-STK-X) = "U"
                       AND WISP-STK-OPEN (WISP-STK-X) = "Y"
                       AND WISP-STK-ENTRY-NUM (WISP-STK-X)
                           = WISP-QUE-NUMBER (WISP-QUE-X)
                   MOVE SPACES TO WNEGSTK-RECORD
                   MOVE "V" TO NS-EVENT
                   MOVE WISP-STK-FIRST (WISP-STK-X) TO NS-FIRST
                   MOVE WISP-STK-LAST (WISP-STK-X) TO NS-LAST
                   MOVE WISP-OPS-REASON TO NS-REASON
                   PERFORM 8700-WRITE-STOCK-EVENT
                   COMPUTE WISP-NEG-VOID-SERIALS =
                       WISP-NEG-VOID-SERIALS
                       + WISP-STK-LAST (WISP-STK-X)
                       - WISP-STK-FIRST (WISP-STK-X) + 1
               END-IF
           END-PERFORM.

           MOVE "N" TO WISP-QUE-STATUS (WISP-QUE-X).
           PERFORM 6000-REWRITE-QUEUE.
           MOVE WISP-NEG-VOID-SERIALS TO WISP-NEG-COUNT-DISP.
           MOVE SPACES TO WISP-OPS-MESSAGE.
           STRING WISP-NEG-COUNT-DISP
                  " SERIALS VOIDED - CONFIRM NEW STOCK (C) TO REPRINT."
               DELIMITED BY SIZE INTO WISP-OPS-MESSAGE
           END-STRING.

       5200-VOID-FOR-REPRINT-EXIT.
           EXIT.

      **** V -- PAGE THE ENTRY'S REPORT FILE ON THE TERMINAL
       7000-VIEW-ENTRY.

       7500-FIND-TEXT-FORWARD-EXIT.
           EXIT.

      **** C -- CONFIRM THE SERIALS LOADED FOR A NEGOTIABLE ENTRY
       8000-CONFIRM-SERIALS.

           MOVE ZERO TO WISP-OPS-FOUND-NUM.
           PERFORM VARYING WISP-QUE-X FROM 1 BY 1
                   UNTIL WISP-QUE-X > WISP-QUEUE-COUNT
                      OR WISP-OPS-FOUND-NUM > ZERO
               IF WISP-QUE-NUMBER (WISP-QUE-X) = WISP-OPS-ENTRY-NUM
                   SET WISP-OPS-FOUND-NUM TO WISP-QUE-X
               END-IF
           END-PERFORM.
           IF WISP-OPS-FOUND-NUM = ZERO
               MOVE "NO SUCH QUEUE ENTRY." TO WISP-OPS-MESSAGE
               GO TO 8000-CONFIRM-SERIALS-EXIT
           END-IF.
           SET WISP-QUE-X TO WISP-OPS-FOUND-NUM.
           IF WISP-QUE-STATUS (WISP-QUE-X) NOT = "N"
               MOVE "ENTRY IS NOT AWAITING STOCK CONFIRMATION."
                   TO WISP-OPS-MESSAGE
               GO TO 8000-CONFIRM-SERIALS-EXIT
           END-IF.
           IF WISP-OPS-FIRST-SERIAL = ZERO
                   OR WISP-OPS-LAST-SERIAL < WISP-OPS-FIRST-SERIAL
               MOVE "ENTER FIRST AND LAST SERIAL LOADED, 8 DIGITS."
                   TO WISP-OPS-MESSAGE
               GO TO 8000-CONFIRM-SERIALS-EXIT
           END-IF.

           MOVE WISP-QUE-FORM (WISP-QUE-X) TO WISP-NEG-FORM.
           CALL "WENQ" USING "WAI", WISP-LOCK-NAME, WISP-LOCK-RETURN.
           IF WISP-LOCK-RETURN NOT = ZERO
               MOVE "STOCK LEDGER BUSY - TRY AGAIN." TO WISP-OPS-MESSAGE
               GO TO 8000-CONFIRM-SERIALS-EXIT
           END-IF.
           PERFORM 8050-CONFIRM-UNDER-LOCK
               THRU 8050-CONFIRM-UNDER-LOCK-EXIT.
           CALL "WENQ" USING "DEQ", WISP-LOCK-NAME, WISP-LOCK-RETURN.

       8000-CONFIRM-SERIALS-EXIT.
           EXIT.

      *    THE RANGE MUST HAVE BEEN RECEIVED AND NOT USED; IT IS THEN
      *    BOOKED TO THE ENTRY AND THE ENTRY GOES READY.
       8050-CONFIRM-UNDER-LOCK.

           PERFORM 8200-LOAD-STOCK-LEDGER
               THRU 8200-LOAD-STOCK-LEDGER-EXIT.
           IF WISP-STOCK-FULL
               MOVE "STOCK LEDGER FOR THE FORM IS TOO LARGE TO CHECK."
                   TO WISP-OPS-MESSAGE
               GO TO 8050-CONFIRM-UNDER-LOCK-EXIT
           END-IF.
           PERFORM 8600-CHECK-RANGE-FREE
               THRU 8600-CHECK-RANGE-FREE-EXIT.
           IF WISP-RANGE-NOT-RECEIVED
               MOVE "SERIALS NOT RECEIVED FOR THE FORM - RANGE REFUSED."
                   TO WISP-OPS-MESSAGE
               GO TO 8050-CONFIRM-UNDER-LOCK-EXIT
           END-IF.
           IF WISP-RANGE-USED
               MOVE "SERIALS ALREADY USED - RANGE REFUSED."
                   TO WISP-OPS-MESSAGE
               GO TO 8050-CONFIRM-UNDER-LOCK-EXIT
           END-IF.

           MOVE SPACES TO WNEGSTK-RECORD.
           MOVE "U" TO NS-EVENT.
           MOVE WISP-OPS-FIRST-SERIAL TO NS-FIRST.
           MOVE WISP-OPS-LAST-SERIAL TO NS-LAST.
           PERFORM 8700-WRITE-STOCK-EVENT.

           MOVE "R" TO WISP-QUE-STATUS (WISP-QUE-X).
           PERFORM 6000-REWRITE-QUEUE.
           MOVE "SERIALS CONFIRMED - ENTRY RELEASED TO PRINT."
               TO WISP-OPS-MESSAGE.

       8050-CONFIRM-UNDER-LOCK-EXIT.
           EXIT.

      *    WISP-NEG-FORM IS NEGOTIABLE WHEN WISPCFG SAYS SO.
       8100-CHECK-NEGOTIABLE.

           MOVE SPACES TO WISP-CFG-KEY.
           STRING "NEGOTIABLE-"            DELIMITED BY SIZE
                  WISP-NEG-FORM            DELIMITED BY SPACE
                  INTO WISP-CFG-KEY
           END-STRING.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE.
           MOVE "N" TO WISP-NEG-SWITCH.
           IF WISP-CFG-VALUE (1:1) = "Y"
               SET WISP-NEGOTIABLE TO TRUE
           END-IF.

      *    WISP-NEG-FORM'S LEDGER LINES.  A USE STAYS OPEN UNTIL A
      *    VOID OF THE SAME ENTRY AND FIRST SERIAL CLOSES IT.  A FORM
      *    WITH MORE LINES THAN THE TABLE IS FLAGGED FULL -- NOTHING
      *    IS DECIDED ON PART OF ITS LEDGER.
       8200-LOAD-STOCK-LEDGER.

           MOVE ZERO TO WISP-STOCK-COUNT.
           MOVE "N" TO WISP-STOCK-FULL-SWITCH.
           MOVE "N" TO WISP-STOCK-EOF-SWITCH.
           OPEN INPUT WNEGSTK-FILE.
           IF WISP-STOCK-FILE-STATUS NOT = "00"
               GO TO 8200-LOAD-STOCK-LEDGER-EXIT
           END-IF.
           PERFORM UNTIL WISP-STOCK-EOF
               READ WNEGSTK-FILE
                   AT END
                       SET WISP-STOCK-EOF TO TRUE
                   NOT AT END
                       MOVE WNEGSTK-FILE-RECORD (1:133)
                           TO WNEGSTK-RECORD
                       IF NS-FORM = WISP-NEG-FORM
                               AND NS-FIRST IS NUMERIC
                               AND NS-LAST IS NUMERIC
                           PERFORM 8300-HOLD-STOCK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WNEGSTK-FILE.

       8200-LOAD-STOCK-LEDGER-EXIT.
           EXIT.

       8300-HOLD-STOCK-LINE.

           IF NS-VOIDED
               PERFORM VARYING WISP-STK-Y FROM 1 BY 1
                       UNTIL WISP-STK-Y > WISP-STOCK-COUNT
                   IF WISP-STK-EVENT (WISP-STK-Y) = "U"
                           AND WISP-STK-ENTRY-NUM (WISP-STK-Y)
                               = NS-ENTRY
                           AND WISP-STK-FIRST (WISP-STK-Y) = NS-FIRST
                       MOVE "N" TO WISP-STK-OPEN (WISP-STK-Y)
                   END-IF
               END-PERFORM
           END-IF.
           IF WISP-STOCK-COUNT < WISP-STOCK-MAX
               ADD 1 TO WISP-STOCK-COUNT
               SET WISP-STK-X TO WISP-STOCK-COUNT
               MOVE NS-EVENT TO WISP-STK-EVENT (WISP-STK-X)
               MOVE NS-ENTRY TO WISP-STK-ENTRY-NUM (WISP-STK-X)
               MOVE NS-FIRST TO WISP-STK-FIRST (WISP-STK-X)
               MOVE NS-LAST TO WISP-STK-LAST (WISP-STK-X)
               MOVE "Y" TO WISP-STK-OPEN (WISP-STK-X)
           ELSE
               SET WISP-STOCK-FULL TO TRUE
           END-IF.

      *    OPEN USES BOOKED TO THE ENTRY AT WISP-QUE-X.
       8400-COUNT-OPEN-USES.

           MOVE ZERO TO WISP-NEG-OPEN-COUNT.
           PERFORM VARYING WISP-STK-X FROM 1 BY 1
                   UNTIL WISP-STK-X > WISP-STOCK-COUNT
               IF WISP-STK-EVENT (WISP-STK-X) = "U"
                       AND WISP-STK-OPEN (WISP-STK-X) = "Y"
                       AND WISP-STK-ENTRY-NUM (WISP-STK-X)
                           = WISP-QUE-NUMBER (WISP-QUE-X)
                   ADD 1 TO WISP-NEG-OPEN-COUNT
               END-IF
           END-PERFORM.

      **** S -- A SERIAL RANGE OF NEGOTIABLE STOCK RECEIVED
       8500-RECEIVE-STOCK.

           IF WISP-OPS-FORM = SPACES
               MOVE "ENTER THE FORM CODE OF THE STOCK RECEIVED."
                   TO WISP-OPS-MESSAGE
               GO TO 8500-RECEIVE-STOCK-EXIT
           END-IF.
           MOVE WISP-OPS-FORM TO WISP-NEG-FORM.
           PERFORM 8100-CHECK-NEGOTIABLE.
           IF NOT WISP-NEGOTIABLE
               MOVE "THAT FORM CODE IS NOT FLAGGED NEGOTIABLE."
                   TO WISP-OPS-MESSAGE
               GO TO 8500-RECEIVE-STOCK-EXIT
           END-IF.
           IF WISP-OPS-FIRST-SERIAL = ZERO
                   OR WISP-OPS-LAST-SERIAL < WISP-OPS-FIRST-SERIAL
               MOVE "ENTER FIRST AND LAST SERIAL RECEIVED, 8 DIGITS."
                   TO WISP-OPS-MESSAGE
               GO TO 8500-RECEIVE-STOCK-EXIT
           END-IF.

           CALL "WENQ" USING "WAI", WISP-LOCK-NAME, WISP-LOCK-RETURN.
           IF WISP-LOCK-RETURN NOT = ZERO
               MOVE "STOCK LEDGER BUSY - TRY AGAIN." TO WISP-OPS-MESSAGE
               GO TO 8500-RECEIVE-STOCK-EXIT
           END-IF.
           PERFORM 8550-RECEIVE-UNDER-LOCK
               THRU 8550-RECEIVE-UNDER-LOCK-EXIT.
           CALL "WENQ" USING "DEQ", WISP-LOCK-NAME, WISP-LOCK-RETURN.

       8500-RECEIVE-STOCK-EXIT.
           EXIT.

       8550-RECEIVE-UNDER-LOCK.

           PERFORM 8200-LOAD-STOCK-LEDGER
               THRU 8200-LOAD-STOCK-LEDGER-EXIT.
           IF WISP-STOCK-FULL
               MOVE "STOCK LEDGER FOR THE FORM IS TOO LARGE TO CHECK."
                   TO WISP-OPS-MESSAGE
               GO TO 8550-RECEIVE-UNDER-LOCK-EXIT
           END-IF.
           PERFORM 8650-CHECK-RANGE-NEW.
           IF WISP-RANGE-RECEIVED
               MOVE "SERIALS OVERLAP STOCK ALREADY RECEIVED - REFUSED."
                   TO WISP-OPS-MESSAGE
               GO TO 8550-RECEIVE-UNDER-LOCK-EXIT
           END-IF.

           MOVE SPACES TO WNEGSTK-RECORD.
           MOVE "R" TO NS-EVENT.
           MOVE ZERO TO NS-ENTRY.
           MOVE WISP-OPS-FIRST-SERIAL TO NS-FIRST.
           MOVE WISP-OPS-LAST-SERIAL TO NS-LAST.
           MOVE WISP-OPS-REASON TO NS-REASON.
           PERFORM 8700-WRITE-STOCK-EVENT.

           COMPUTE WISP-NEG-POS =
               WISP-OPS-LAST-SERIAL - WISP-OPS-FIRST-SERIAL + 1.
           MOVE WISP-NEG-POS TO WISP-NEG-COUNT-DISP.
           MOVE SPACES TO WISP-OPS-MESSAGE.
           STRING "STOCK RECEIVED - " WISP-NEG-COUNT-DISP " SERIALS."
               DELIMITED BY SIZE INTO WISP-OPS-MESSAGE
           END-STRING.

       8550-RECEIVE-UNDER-LOCK-EXIT.
           EXIT.

      *    WISP-OPS-FIRST/LAST-SERIAL FOR A JOB: EVERY SERIAL MUST LIE
      *    IN SOME RECEIVED RANGE, AND NONE IN A USE ALREADY BOOKED.
       8600-CHECK-RANGE-FREE.

           SET WISP-RANGE-FREE TO TRUE.
           PERFORM VARYING WISP-STK-X FROM 1 BY 1
                   UNTIL WISP-STK-X > WISP-STOCK-COUNT
               IF WISP-STK-EVENT (WISP-STK-X) = "U"
                       AND WISP-STK-FIRST (WISP-STK-X)
                           NOT > WISP-OPS-LAST-SERIAL
                       AND WISP-STK-LAST (WISP-STK-X)
                           NOT < WISP-OPS-FIRST-SERIAL
                   SET WISP-RANGE-USED TO TRUE
               END-IF
           END-PERFORM.
           IF WISP-RANGE-USED
               GO TO 8600-CHECK-RANGE-FREE-EXIT
           END-IF.

      *    Walk the range a received block at a time.
           MOVE WISP-OPS-FIRST-SERIAL TO WISP-NEG-POS.
           SET WISP-NEG-FOUND TO TRUE.
           PERFORM UNTIL WISP-NEG-POS > WISP-OPS-LAST-SERIAL
                      OR NOT WISP-NEG-FOUND
               MOVE "N" TO WISP-NEG-FOUND-SWITCH
               PERFORM VARYING WISP-STK-X FROM 1 BY 1
                       UNTIL WISP-STK-X > WISP-STOCK-COUNT
                          OR WISP-NEG-FOUND
                   IF WISP-STK-EVENT (WISP-STK-X) = "R"
                           AND WISP-STK-FIRST (WISP-STK-X)
                               NOT > WISP-NEG-POS
                           AND WISP-STK-LAST (WISP-STK-X)
                               NOT < WISP-NEG-POS
                       SET WISP-NEG-FOUND TO TRUE
                       COMPUTE WISP-NEG-POS =
                           WISP-STK-LAST (WISP-STK-X) + 1
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF NOT WISP-NEG-FOUND
               SET WISP-RANGE-NOT-RECEIVED TO TRUE
           END-IF.

       8600-CHECK-RANGE-FREE-EXIT.
           EXIT.

      *    WISP-OPS-FIRST/LAST-SERIAL FOR A RECEIPT: NO SERIAL MAY
      *    HAVE BEEN RECEIVED BEFORE.
       8650-CHECK-RANGE-NEW.

           SET WISP-RANGE-FREE TO TRUE.
           PERFORM VARYING WISP-STK-X FROM 1 BY 1
                   UNTIL WISP-STK-X > WISP-STOCK-COUNT
               IF WISP-STK-EVENT (WISP-STK-X) = "R"
                       AND WISP-STK-FIRST (WISP-STK-X)
                           NOT > WISP-OPS-LAST-SERIAL
                       AND WISP-STK-LAST (WISP-STK-X)
                           NOT < WISP-OPS-FIRST-SERIAL
                   SET WISP-RANGE-RECEIVED TO TRUE
               END-IF
           END-PERFORM.

      *    ONE LEDGER LINE -- THE CALLER HAS SET THE EVENT, SERIALS
      *    AND REASON; THE FORM, ENTRY, STAMP AND SESSION ARE ADDED
      *    HERE.  A RECEIPT CARRIES NO ENTRY.
       8700-WRITE-STOCK-EVENT.

           MOVE WISP-NEG-FORM TO NS-FORM.
           IF NS-RECEIVED
               MOVE ZERO TO NS-ENTRY
           ELSE
               MOVE WISP-QUE-NUMBER (WISP-QUE-X) TO NS-ENTRY
               MOVE WISP-QUE-REPORT (WISP-QUE-X) TO NS-REPORT
           END-IF.
           CALL "WBATDATE" USING "GET", NS-DATE
               ON EXCEPTION
                   ACCEPT NS-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT NS-TIME FROM TIME.
           MOVE SPACES TO WISP-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WISP-ENV-VALUE (1:8) TO NS-OPERATOR.
           MOVE SPACES TO WISP-ENV-VALUE.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WISP-ENV-VALUE (1:20) TO NS-RUN-ID.
           CALL "WLOGWRT" USING WISP-LOG-NAME, WISP-LOG-LENGTH,
               WNEGSTK-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      **** M -- FORMS MOUNTED, WITH ALIGNMENT TEST PAGES ON REQUEST
       8800-MOUNT-FORM.

           IF WISP-OPS-FORM = SPACES
               MOVE "ENTER THE FORM CODE NOW MOUNTED."
                   TO WISP-OPS-MESSAGE
               GO TO 8800-MOUNT-FORM-EXIT
           END-IF.
           MOVE SPACES TO WFORMMST-RECORD.
           MOVE WISP-OPS-FORM TO FM-FORM.
           CALL "WFORMMST" USING "GET", WFORMMST-RECORD,
               WISP-FORM-RETURN
               ON EXCEPTION
                   MOVE 1 TO WISP-FORM-RETURN
           END-CALL.
           IF WISP-FORM-RETURN NOT = ZERO
               MOVE "THAT FORM CODE IS NOT IN THE FORMS MASTER."
                   TO WISP-OPS-MESSAGE
               GO TO 8800-MOUNT-FORM-EXIT
           END-IF.

      *    The destination WSPOOLMGR releases the form to.
           MOVE SPACES TO WISP-CFG-KEY.
           STRING "SPOOLDEST-"             DELIMITED BY SIZE
                  FM-FORM                  DELIMITED BY SIZE
                  INTO WISP-CFG-KEY
           END-STRING.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE.
           IF WISP-CFG-VALUE = SPACES
               MOVE "SPOOLDEST" TO WISP-CFG-KEY
               CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE
           END-IF.
           IF WISP-CFG-VALUE = SPACES
               MOVE "NO PRINT DESTINATION IS SET UP FOR THAT FORM."
                   TO WISP-OPS-MESSAGE
               GO TO 8800-MOUNT-FORM-EXIT
           END-IF.
           MOVE WISP-CFG-VALUE TO WISP-ALIGN-DEST.

           MOVE FM-PAGE-LENGTH TO WISP-ALIGN-LINES.
           IF WISP-ALIGN-LINES < 3
               MOVE 60 TO WISP-ALIGN-LINES
           END-IF.
           MOVE FM-WIDTH TO WISP-ALIGN-WIDTH.
           IF WISP-ALIGN-WIDTH < 10 OR WISP-ALIGN-WIDTH > 132
               MOVE 80 TO WISP-ALIGN-WIDTH
           END-IF.
           MOVE ZERO TO WISP-ALIGN-TESTS.
           MOVE SPACES TO WISP-ALIGN-MESSAGE.
           MOVE "N" TO WISP-ALIGN-DONE-SWITCH.
           MOVE "N" TO WISP-ALIGN-OK-SWITCH.
           PERFORM 8850-ALIGNMENT-CYCLE
               THRU 8850-ALIGNMENT-CYCLE-EXIT
               UNTIL WISP-ALIGN-DONE.
           MOVE ZERO TO WISP-OPS-TERM-KEY.
           IF NOT WISP-ALIGN-CONFIRMED
               MOVE "FORMS MOUNT CANCELLED - NOTHING RECORDED."
                   TO WISP-OPS-MESSAGE
               GO TO 8800-MOUNT-FORM-EXIT
           END-IF.

           MOVE WISP-ALIGN-DEST TO FM-DEST.
           CALL "WFORMMST" USING "MNT", WFORMMST-RECORD,
               WISP-FORM-RETURN
               ON EXCEPTION
                   MOVE 2 TO WISP-FORM-RETURN
           END-CALL.
           IF WISP-FORM-RETURN NOT = ZERO
               MOVE "THE MOUNT COULD NOT BE RECORDED - TRY AGAIN."
                   TO WISP-OPS-MESSAGE
               GO TO 8800-MOUNT-FORM-EXIT
           END-IF.

      *    The queue again -- WSPOOLMGR may have run while the
      *    operator was at the printer.
           PERFORM 3000-LOAD-QUEUE
               THRU 3000-LOAD-QUEUE-EXIT.
           MOVE ZERO TO WISP-ALIGN-RELEASED.
           PERFORM VARYING WISP-QUE-X FROM 1 BY 1
                   UNTIL WISP-QUE-X > WISP-QUEUE-COUNT
               IF WISP-QUE-STATUS (WISP-QUE-X) = "F"
                       AND WISP-QUE-FORM (WISP-QUE-X) = FM-FORM
                   MOVE "R" TO WISP-QUE-STATUS (WISP-QUE-X)
                   ADD 1 TO WISP-ALIGN-RELEASED
               END-IF
           END-PERFORM.
           IF WISP-ALIGN-RELEASED > ZERO
               PERFORM 6000-REWRITE-QUEUE
           END-IF.
           MOVE WISP-ALIGN-RELEASED TO WISP-ALIGN-COUNT-DISP.
           MOVE SPACES TO WISP-OPS-MESSAGE.
           STRING "FORM " FM-FORM " MOUNTED - " WISP-ALIGN-COUNT-DISP
                  " HELD ENTRY(S) RELEASED."
               DELIMITED BY SIZE INTO WISP-OPS-MESSAGE
           END-STRING.

       8800-MOUNT-FORM-EXIT.
           EXIT.

      *    ONE ROUND OF THE ALIGNMENT SCREEN: T SENDS A TEST PAGE,
      *    C CONFIRMS THE ALIGNMENT, X OR PF16 CANCELS.
       8850-ALIGNMENT-CYCLE.

           MOVE SPACES TO WISP-OPS-STATIC-TEXT.
           MOVE "            WSPOOLOP - FORMS MOUNT AND ALIGNMENT"
               TO WISP-OPS-TEXT-LINES(2).
           STRING "  FORM " FM-FORM "  " FM-DESC
               DELIMITED BY SIZE INTO WISP-OPS-TEXT-LINES(4)
           END-STRING.
           STRING "  STOCK " FM-STOCK "  CLASS " FM-CLASS "  "
                  WISP-ALIGN-LINES " LINES BY " WISP-ALIGN-WIDTH
                  " COLUMNS"
               DELIMITED BY SIZE INTO WISP-OPS-TEXT-LINES(5)
           END-STRING.
           STRING "  DESTINATION " WISP-ALIGN-DEST (1:60)
               DELIMITED BY SIZE INTO WISP-OPS-TEXT-LINES(6)
           END-STRING.
           MOVE "  FUNCTION (T/C/X)........:"
               TO WISP-OPS-TEXT-LINES(8).
           STRING "  TEST PAGES SENT.........: " WISP-ALIGN-TESTS
               DELIMITED BY SIZE INTO WISP-OPS-TEXT-LINES(10)
           END-STRING.
           MOVE "  T=SEND AN ALIGNMENT TEST PAGE (AGAIN TO REPEAT)"
               TO WISP-OPS-TEXT-LINES(14).
           MOVE "  C=STOCK IS ALIGNED - RECORD THE MOUNT AND RELEASE"
               TO WISP-OPS-TEXT-LINES(15).
           MOVE "  X=CANCEL - NOTHING IS RECORDED"
               TO WISP-OPS-TEXT-LINES(16).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO CANCEL."
               TO WISP-OPS-TEXT-LINES(18).
           MOVE WISP-ALIGN-MESSAGE TO WISP-OPS-TEXT-LINES(20).

           MOVE 1 TO WISP-OPS-FIELD-CNT.
           MOVE  8 TO WISP-OPS-ROW(1).
           MOVE 30 TO WISP-OPS-COL(1).
           MOVE  1 TO WISP-OPS-LEN(1).
           MOVE 128 TO WISP-OPS-FAC(1).
           MOVE SPACES TO WISP-OPS-DATA(1).
           MOVE "R" TO WISP-OPS-EDIT(1).
           MOVE SPACES TO WISP-OPS-HELP(1).
           MOVE ZERO TO WISP-OPS-AUTH (1).
           MOVE SPACES TO WISP-OPS-LKUP (1).

           MOVE 2 TO WISP-OPS-KEY-CNT.
           MOVE 0 TO WISP-OPS-KEY-ITEM(1).
           MOVE 16 TO WISP-OPS-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-OPS-STATIC-TEXT,
               WISP-OPS-FIELD-CNT,
               WISP-OPS-FIELD-TABLE,
               WISP-OPS-KEY-LIST,
               WISP-OPS-KEY-CNT,
               WISP-OPS-TERM-KEY,
               WISP-OPS-PAGE-CNT,
               WISP-OPS-STATIC-TEXT-2,
               WISP-OPS-APP-NAME.

           MOVE WISP-OPS-DATA(1) (1:1) TO WISP-ALIGN-FUNC.
           IF WISP-OPS-TERM-KEY = 16
               MOVE "X" TO WISP-ALIGN-FUNC
           END-IF.
           MOVE SPACES TO WISP-ALIGN-MESSAGE.
           EVALUATE WISP-ALIGN-FUNC
               WHEN "T"
                   PERFORM 8900-SEND-ALIGNMENT-PAGE
                       THRU 8900-SEND-ALIGNMENT-PAGE-EXIT
               WHEN "C"
                   SET WISP-ALIGN-CONFIRMED TO TRUE
                   SET WISP-ALIGN-DONE TO TRUE
               WHEN "X"
                   SET WISP-ALIGN-DONE TO TRUE
               WHEN OTHER
                   MOVE "ENTER T, C, OR X IN THE FUNCTION FIELD."
                       TO WISP-ALIGN-MESSAGE
           END-EVALUATE.

       8850-ALIGNMENT-CYCLE-EXIT.
           EXIT.

      *    A PAGE OF THE FORM'S LENGTH, EVERY LINE NUMBERED AND FILLED
      *    WITH X TO THE FORM'S WIDTH, DELIVERED TO THE DESTINATION AS
      *    ALIGN-<form>.<time>.T<n>.
       8900-SEND-ALIGNMENT-PAGE.

           IF WISP-ALIGN-TESTS < 99
               ADD 1 TO WISP-ALIGN-TESTS
           END-IF.
           ACCEPT WISP-ALIGN-TIME FROM TIME.
           MOVE SPACES TO WISP-ALIGN-PATH.
           STRING WISP-ALIGN-DEST          DELIMITED BY SPACE
                  "/ALIGN-"                DELIMITED BY SIZE
                  FM-FORM                  DELIMITED BY SPACE
                  "."                      DELIMITED BY SIZE
                  WISP-ALIGN-TIME (1:6)    DELIMITED BY SIZE
                  ".T"                     DELIMITED BY SIZE
                  WISP-ALIGN-TESTS         DELIMITED BY SIZE
                  INTO WISP-ALIGN-PATH
           END-STRING.
           OPEN OUTPUT WISP-ALIGN-FILE.
           IF WISP-ALIGN-FILE-STATUS NOT = "00"
               MOVE "THE TEST PAGE COULD NOT BE SENT - CHECK THE DEST."
                   TO WISP-ALIGN-MESSAGE
               GO TO 8900-SEND-ALIGNMENT-PAGE-EXIT
           END-IF.

           MOVE "1" TO WISP-ALIGN-REC-CC.
           MOVE SPACES TO WISP-ALIGN-REC-TEXT.
           STRING "ALIGNMENT TEST  FORM " FM-FORM "  " FM-DESC
                  "  TEST " WISP-ALIGN-TESTS
               DELIMITED BY SIZE INTO WISP-ALIGN-REC-TEXT
           END-STRING.
           WRITE WISP-ALIGN-RECORD.
           PERFORM VARYING WISP-ALIGN-LINE-NUM FROM 2 BY 1
                   UNTIL WISP-ALIGN-LINE-NUM > WISP-ALIGN-LINES
               MOVE " " TO WISP-ALIGN-REC-CC
               MOVE SPACES TO WISP-ALIGN-REC-TEXT
               MOVE WISP-ALIGN-LINE-NUM TO WISP-ALIGN-REC-TEXT (1:3)
               MOVE ALL "X"
                   TO WISP-ALIGN-REC-TEXT (5:WISP-ALIGN-WIDTH - 4)
               WRITE WISP-ALIGN-RECORD
           END-PERFORM.
           CLOSE WISP-ALIGN-FILE.

           MOVE "TEST PAGE SENT - CHECK IT, THEN T AGAIN OR C."
               TO WISP-ALIGN-MESSAGE.

       8900-SEND-ALIGNMENT-PAGE-EXIT.
           EXIT.

       6000-REWRITE-QUEUE.
           OPEN OUTPUT WSPOOLQ-FILE.
           PERFORM VARYING WISP-QUE-X FROM 1 BY 1
