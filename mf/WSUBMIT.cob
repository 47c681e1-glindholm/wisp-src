      *   sitting at a session.  Requests land in WSUBMITQ.DAT --
      *
      *       STATUS(1) sp ENTRY(6) sp STREAM(8) sp DATE(8) sp
      *       TIME(4) sp OPERATOR(8) sp RUN(20) sp AUTH(2) sp
      *       ENTITY(4) sp CLASS(1) sp PRIORITY(1) sp DISPATCHER(8)
      *
      *   STATUS: Q queued, R running, F finished.  The dispatchers
      *   (WSUBMITD, as many sessions as the site starts) drain the
      *   queue and launch each stream through the WISPRUN
      *   machinery, most urgent priority first (1 thru 9), never
      *   running more of one job class at once than WJOBCLS.DAT
      *   allows.  Functions on the GETPARM-style screen served by
      *   WMFNGETPARM:
      *
      *       S  submit the entered stream   L  list the queue
      *       C  change a queued entry's class or priority
      *   A blank earliest date/time means "as soon as the dispatcher
      *   looks"; a blank class or priority is the stream's default
      *   from WJOBCLS.  The list shows a queued entry's place in the
      *   dispatch order, the dispatcher a running entry is on, and
      *   a finished entry's run ID.  C is function SUBMITCHG to the
      *   authority table.  PF16 exits.
      *
      *   Every change to the queue file is made holding the
      *   WSUBMITQ lock (WENQ) the dispatchers claim entries under.
      *
      *   The submitter's authority (WISPOPERAUTH) and entity
      *   (WISPENTITY) are stamped on the entry along with the
      *   operator ID.  WSUBMITD republishes all three before it
      *   launches the stream, so the program authorization table
      *   (WPGMAUTH) judges each step of a submitted stream by the
      *   operator who submitted it, not by whoever started the
      *   dispatcher.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WSUBMIT.
           05  WISP-SBQ-REC-OPERATOR  PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-RUN       PIC X(20).
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-AUTH      PIC XX.
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-ENTITY    PIC X(4).
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-CLASS     PIC X.
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-PRIORITY  PIC X.
           05  FILLER                 PIC X.
           05  WISP-SBQ-REC-DISPATCH  PIC X(8).

       WORKING-STORAGE SECTION.

       01  WISP-NEXT-ENTRY            PIC 9(6)  VALUE ZERO.
       01  WISP-OPERATOR-ENV          PIC X(40).

      *    The job classes (WJOBCLS) and the queue lock.
           COPY "wjobcls.cpy".
       01  WISP-CLASS-RETURN          PIC 9.
       01  WISP-CLASS-X               PIC 9(4)  COMP-5.
       01  WISP-CLASS-OK-SWITCH       PIC X.
           88  WISP-CLASS-OK                    VALUE "Y".
       01  WISP-LOCK-NAME             PIC X(20) VALUE "WSUBMITQ".
       01  WISP-LOCK-RETURN           PIC 9.
       01  WISP-AUTH-FUNC             PIC X(12) VALUE "SUBMITCHG".
       01  WISP-AUTH-RETURN           PIC 9.

      *    The whole queue, held for the change function's rewrite
      *    and for working out each queued entry's place in line.
       01  WISP-QUEUE-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-QUEUE-MAX             PIC 9(4)  COMP-5 VALUE 500.
       01  WISP-QUEUE-TABLE.
           05  WISP-QUE-RECORD        PIC X(82) OCCURS 500 TIMES.
       01  WISP-QUE-X                 PIC 9(4)  COMP-5.
       01  WISP-QUE-HIT               PIC 9(4)  COMP-5.
       01  WISP-WAIT-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-WAIT-TABLE.
           05  WISP-WAIT-ENTRY        OCCURS 500 TIMES.
               10  WISP-WAIT-NUMBER   PIC 9(6).
               10  WISP-WAIT-PRIORITY PIC X.
       01  WISP-WAIT-X                PIC 9(4)  COMP-5.
       01  WISP-WAIT-PLACE            PIC 9(4)  COMP-5.
       01  WISP-WAIT-PLACE-DISP       PIC ZZZ9.
       01  WISP-LIST-STATE            PIC X(20).
       01  WISP-NUM-TEXT              PIC X(80).
       01  WISP-NUM-VALUE             PIC 9(5).

      *    Control screen, served by WMFNGETPARM.
       01  WISP-SUB-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-SUB-STATIC-TEXT.
       01  WISP-SUB-STREAM           PIC X(8).
       01  WISP-SUB-DATE             PIC X(8).
       01  WISP-SUB-TIME             PIC X(4).
       01  WISP-SUB-ENTRY            PIC X(6).
       01  WISP-SUB-CLASS            PIC X.
       01  WISP-SUB-PRIORITY         PIC X.
       01  WISP-SUB-MESSAGE          PIC X(60).

      *    Listing output through WMFNDISPLAY.
               WHEN "L"
                   PERFORM 3000-LIST-QUEUE
                       THRU 3000-LIST-QUEUE-EXIT
               WHEN "C"
                   PERFORM 5000-CHANGE-ENTRY
                       THRU 5000-CHANGE-ENTRY-EXIT
               WHEN OTHER
                   MOVE "ENTER S, L OR C IN THE FUNCTION FIELD."
                       TO WISP-SUB-MESSAGE
           END-EVALUATE.

           MOVE SPACES TO WISP-SUB-STATIC-TEXT.
           MOVE "                WSUBMIT - JOB STREAM SUBMIT QUEUE"
               TO WISP-SUB-TEXT-LINES(2).
           MOVE "  FUNCTION (S/L/C)........:"
               TO WISP-SUB-TEXT-LINES(8).
           MOVE "  STREAM NAME.............:"
               TO WISP-SUB-TEXT-LINES(10).
           MOVE "  ENTRY NUMBER (FOR C)....:"
               TO WISP-SUB-TEXT-LINES(11).
           MOVE "  EARLIEST DATE (YYYYMMDD):"
               TO WISP-SUB-TEXT-LINES(12).
           MOVE "  EARLIEST TIME (HHMM)....:"
               TO WISP-SUB-TEXT-LINES(13).
           MOVE "  JOB CLASS...............:"
               TO WISP-SUB-TEXT-LINES(14).
           MOVE "  PRIORITY (1-9, 1=FIRST).:"
               TO WISP-SUB-TEXT-LINES(15).
           MOVE "  S=SUBMIT THE STREAM  L=LIST THE QUEUE"
               TO WISP-SUB-TEXT-LINES(16).
           MOVE "  C=CHANGE A QUEUED ENTRY'S CLASS OR PRIORITY"
               TO WISP-SUB-TEXT-LINES(17).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-SUB-TEXT-LINES(18).
           MOVE WISP-SUB-MESSAGE TO WISP-SUB-TEXT-LINES(20).

           MOVE 7 TO WISP-SUB-FIELD-CNT.
           MOVE  8 TO WISP-SUB-ROW(1).
           MOVE 30 TO WISP-SUB-COL(1).
           MOVE  1 TO WISP-SUB-LEN(1).
           MOVE SPACES TO WISP-SUB-HELP(4).
           MOVE ZERO TO WISP-SUB-AUTH (4).
           MOVE SPACES TO WISP-SUB-LKUP (4).
           MOVE 11 TO WISP-SUB-ROW(5).
           MOVE 30 TO WISP-SUB-COL(5).
           MOVE  6 TO WISP-SUB-LEN(5).
           MOVE 128 TO WISP-SUB-FAC(5).
           MOVE SPACES TO WISP-SUB-DATA(5).
           MOVE "N" TO WISP-SUB-EDIT(5).
           MOVE SPACES TO WISP-SUB-HELP(5).
           MOVE ZERO TO WISP-SUB-AUTH (5).
           MOVE SPACES TO WISP-SUB-LKUP (5).
           MOVE 14 TO WISP-SUB-ROW(6).
           MOVE 30 TO WISP-SUB-COL(6).
           MOVE  1 TO WISP-SUB-LEN(6).
           MOVE 128 TO WISP-SUB-FAC(6).
           MOVE SPACES TO WISP-SUB-DATA(6).
           MOVE SPACE TO WISP-SUB-EDIT(6).
           MOVE SPACES TO WISP-SUB-HELP(6).
           MOVE ZERO TO WISP-SUB-AUTH (6).
           MOVE SPACES TO WISP-SUB-LKUP (6).
           MOVE 15 TO WISP-SUB-ROW(7).
           MOVE 30 TO WISP-SUB-COL(7).
           MOVE  1 TO WISP-SUB-LEN(7).
           MOVE 128 TO WISP-SUB-FAC(7).
           MOVE SPACES TO WISP-SUB-DATA(7).
           MOVE "N" TO WISP-SUB-EDIT(7).
           MOVE SPACES TO WISP-SUB-HELP(7).
           MOVE ZERO TO WISP-SUB-AUTH (7).
           MOVE SPACES TO WISP-SUB-LKUP (7).

           MOVE 2 TO WISP-SUB-KEY-CNT.
           MOVE 0 TO WISP-SUB-KEY-ITEM(1).
           MOVE WISP-SUB-DATA(2) (1:8) TO WISP-SUB-STREAM.
           MOVE WISP-SUB-DATA(3) (1:8) TO WISP-SUB-DATE.
           MOVE WISP-SUB-DATA(4) (1:4) TO WISP-SUB-TIME.
           MOVE WISP-SUB-DATA(5) (1:6) TO WISP-SUB-ENTRY.
           MOVE WISP-SUB-DATA(6) (1:1) TO WISP-SUB-CLASS.
           MOVE WISP-SUB-DATA(7) (1:1) TO WISP-SUB-PRIORITY.
           INSPECT WISP-SUB-CLASS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      **** L -- PAGE THE QUEUE THROUGH WMFNDISPLAY
       3000-LIST-QUEUE.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.

           PERFORM 3300-LOAD-WAITING-ORDER
               THRU 3300-LOAD-WAITING-ORDER-EXIT.

           MOVE "N" TO WISP-QUEUE-EOF-SWITCH.
           OPEN INPUT WSUBMITQ-FILE.
           IF WISP-QUEUE-FILE-STATUS NOT = "00"
               MOVE "THE SUBMIT QUEUE IS EMPTY." TO WISP-SUB-MESSAGE
           PERFORM 3100-READ-QUEUE-RECORD.
           PERFORM UNTIL WISP-QUEUE-EOF
               IF WSUBMITQ-RECORD NOT = SPACES
                   PERFORM 3400-TAKE-ENTRY-DEFAULTS
                   PERFORM 3500-SET-LIST-STATE
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING WISP-SBQ-REC-ENTRY " "
                          WISP-SBQ-REC-STATUS " "
                          WISP-SBQ-REC-STREAM " "
                          WISP-SBQ-REC-CLASS " "
                          WISP-SBQ-REC-PRIORITY " "
                          WISP-SBQ-REC-DATE " "
                          WISP-SBQ-REC-TIME " "
                          WISP-SBQ-REC-OPERATOR " "
                          WISP-LIST-STATE " "
                          WISP-SBQ-REC-AUTH " "
                          WISP-SBQ-REC-ENTITY
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      *    Every queued entry's number and priority, so each one's
      *    place in the dispatch order -- priority, then entry
      *    number, the order WSUBMITD takes them in -- can be shown.
       3300-LOAD-WAITING-ORDER.

           MOVE ZERO TO WISP-WAIT-COUNT.
           MOVE SPACES TO JC-STREAM.
           CALL "WJOBCLS" USING WJOBCLS-TABLE, WISP-CLASS-RETURN.
           MOVE "N" TO WISP-QUEUE-EOF-SWITCH.
           OPEN INPUT WSUBMITQ-FILE.
           IF WISP-QUEUE-FILE-STATUS NOT = "00"
               GO TO 3300-LOAD-WAITING-ORDER-EXIT
           END-IF.
           PERFORM 3100-READ-QUEUE-RECORD.
           PERFORM UNTIL WISP-QUEUE-EOF
               IF WISP-SBQ-REC-STATUS = "Q"
                       AND WISP-WAIT-COUNT < WISP-QUEUE-MAX
                   PERFORM 3400-TAKE-ENTRY-DEFAULTS
                   ADD 1 TO WISP-WAIT-COUNT
                   MOVE WISP-SBQ-REC-ENTRY
                       TO WISP-WAIT-NUMBER (WISP-WAIT-COUNT)
                   MOVE WISP-SBQ-REC-PRIORITY
                       TO WISP-WAIT-PRIORITY (WISP-WAIT-COUNT)
               END-IF
               PERFORM 3100-READ-QUEUE-RECORD
           END-PERFORM.
           CLOSE WSUBMITQ-FILE.

       3300-LOAD-WAITING-ORDER-EXIT.
           EXIT.

      *    An entry queued before there were classes shows (and is
      *    ordered by) its stream's default class and priority, as
      *    the dispatcher will treat it.
       3400-TAKE-ENTRY-DEFAULTS.
           IF WISP-SBQ-REC-CLASS = SPACE
                   OR WISP-SBQ-REC-PRIORITY IS NOT NUMERIC
               MOVE WISP-SBQ-REC-STREAM TO JC-STREAM
               CALL "WJOBCLS" USING WJOBCLS-TABLE, WISP-CLASS-RETURN
               IF WISP-SBQ-REC-CLASS = SPACE
                   MOVE JC-STREAM-CLASS TO WISP-SBQ-REC-CLASS
               END-IF
               IF WISP-SBQ-REC-PRIORITY IS NOT NUMERIC
                   MOVE JC-STREAM-PRIORITY TO WISP-SBQ-REC-PRIORITY
               END-IF
           END-IF.

      *    Queued: the place in line.  Running: the dispatcher it is
      *    on.  Finished: the run ID the stream's logs carry.
       3500-SET-LIST-STATE.
           MOVE SPACES TO WISP-LIST-STATE.
           EVALUATE WISP-SBQ-REC-STATUS
               WHEN "Q"
                   MOVE 1 TO WISP-WAIT-PLACE
                   PERFORM VARYING WISP-WAIT-X FROM 1 BY 1
                           UNTIL WISP-WAIT-X > WISP-WAIT-COUNT
                       IF WISP-WAIT-PRIORITY (WISP-WAIT-X)
                               < WISP-SBQ-REC-PRIORITY
                           OR (WISP-WAIT-PRIORITY (WISP-WAIT-X)
                                   = WISP-SBQ-REC-PRIORITY
                               AND WISP-WAIT-NUMBER (WISP-WAIT-X)
                                   < WISP-SBQ-REC-ENTRY)
                           ADD 1 TO WISP-WAIT-PLACE
                       END-IF
                   END-PERFORM
                   MOVE WISP-WAIT-PLACE TO WISP-WAIT-PLACE-DISP
                   STRING "WAITING #" WISP-WAIT-PLACE-DISP
                          DELIMITED BY SIZE
                          INTO WISP-LIST-STATE
                   END-STRING
               WHEN "R"
                   STRING "ON " WISP-SBQ-REC-DISPATCH
                          DELIMITED BY SIZE
                          INTO WISP-LIST-STATE
                   END-STRING
               WHEN OTHER
                   MOVE WISP-SBQ-REC-RUN TO WISP-LIST-STATE
           END-EVALUATE.

      **** S -- APPEND A QUEUED REQUEST
       4000-SUBMIT-REQUEST.

                   TO WISP-SUB-MESSAGE
               GO TO 4000-SUBMIT-REQUEST-EXIT
           END-IF.
           IF WISP-SUB-PRIORITY NOT = SPACE
                   AND (WISP-SUB-PRIORITY IS NOT NUMERIC
                        OR WISP-SUB-PRIORITY = "0")
               MOVE "PRIORITY IS 1 (FIRST) THRU 9, OR BLANK."
                   TO WISP-SUB-MESSAGE
               GO TO 4000-SUBMIT-REQUEST-EXIT
           END-IF.

      *    The class and priority default from the stream.
           MOVE WISP-SUB-STREAM TO JC-STREAM.
           CALL "WJOBCLS" USING WJOBCLS-TABLE, WISP-CLASS-RETURN.
           IF WISP-SUB-CLASS = SPACE
               MOVE JC-STREAM-CLASS TO WISP-SUB-CLASS
           ELSE
               PERFORM 4500-CHECK-CLASS
               IF NOT WISP-CLASS-OK
                   MOVE "THAT JOB CLASS IS NOT IN WJOBCLS.DAT."
                       TO WISP-SUB-MESSAGE
                   GO TO 4000-SUBMIT-REQUEST-EXIT
               END-IF
           END-IF.
           IF WISP-SUB-PRIORITY = SPACE
               MOVE JC-STREAM-PRIORITY TO WISP-SUB-PRIORITY
               PERFORM 4500-CHECK-CLASS
               IF WISP-CLASS-X NOT > JC-CLASS-COUNT
                   MOVE JC-CLASS-PRIORITY (WISP-CLASS-X)
                       TO WISP-SUB-PRIORITY
               END-IF
           END-IF.

           CALL "WENQ" USING "WAI", WISP-LOCK-NAME, WISP-LOCK-RETURN.
           IF WISP-LOCK-RETURN NOT = ZERO
               MOVE "SUBMIT QUEUE BUSY - TRY AGAIN." TO WISP-SUB-MESSAGE
               GO TO 4000-SUBMIT-REQUEST-EXIT
           END-IF.
           PERFORM 4100-APPEND-UNDER-LOCK
               THRU 4100-APPEND-UNDER-LOCK-EXIT.
           CALL "WENQ" USING "DEQ", WISP-LOCK-NAME, WISP-LOCK-RETURN.

       4000-SUBMIT-REQUEST-EXIT.
           EXIT.

       4100-APPEND-UNDER-LOCK.

      *    The next entry number is one past the highest in the file,
      *    same convention as the print queue.
           IF WISP-QUEUE-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN THE SUBMIT QUEUE FILE."
                   TO WISP-SUB-MESSAGE
               GO TO 4100-APPEND-UNDER-LOCK-EXIT
           END-IF.

           MOVE SPACES TO WSUBMITQ-RECORD.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE WISP-OPERATOR-ENV (1:8) TO WISP-SBQ-REC-OPERATOR.
           DISPLAY "WISPOPERAUTH" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE WISP-OPERATOR-ENV (1:2) TO WISP-SBQ-REC-AUTH.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-OPERATOR-ENV FROM ENVIRONMENT-VALUE.
           MOVE WISP-OPERATOR-ENV (1:4) TO WISP-SBQ-REC-ENTITY.
           MOVE WISP-SUB-CLASS TO WISP-SBQ-REC-CLASS.
           MOVE WISP-SUB-PRIORITY TO WISP-SBQ-REC-PRIORITY.
           WRITE WSUBMITQ-RECORD.
           CLOSE WSUBMITQ-FILE.

           MOVE "STREAM SUBMITTED TO THE QUEUE." TO WISP-SUB-MESSAGE.

       4100-APPEND-UNDER-LOCK-EXIT.
           EXIT.

      *    Is WISP-SUB-CLASS a class the site defined?  With no
      *    WJOBCLS.DAT at all any letter or digit will do.
      *    WISP-CLASS-X is left on the class, past the end if none.
       4500-CHECK-CLASS.
           MOVE "N" TO WISP-CLASS-OK-SWITCH.
           PERFORM VARYING WISP-CLASS-X FROM 1 BY 1
                   UNTIL WISP-CLASS-X > JC-CLASS-COUNT
                      OR WISP-CLASS-OK
               IF JC-CLASS-ID (WISP-CLASS-X) = WISP-SUB-CLASS
                   MOVE "Y" TO WISP-CLASS-OK-SWITCH
               END-IF
           END-PERFORM.
           IF WISP-CLASS-OK
               SUBTRACT 1 FROM WISP-CLASS-X
           END-IF.
           IF WISP-CLASS-RETURN NOT = ZERO
                   AND (WISP-SUB-CLASS IS ALPHABETIC-UPPER
                        OR WISP-SUB-CLASS IS NUMERIC)
                   AND WISP-SUB-CLASS NOT = SPACE
               MOVE "Y" TO WISP-CLASS-OK-SWITCH
           END-IF.

      **** C -- CHANGE A QUEUED ENTRY'S CLASS OR PRIORITY
       5000-CHANGE-ENTRY.

           MOVE ZERO TO WISP-NEXT-ENTRY.
           IF WISP-SUB-ENTRY IS NUMERIC
               MOVE WISP-SUB-ENTRY TO WISP-NEXT-ENTRY
           ELSE
               MOVE SPACES TO WISP-NUM-TEXT
               MOVE WISP-SUB-ENTRY TO WISP-NUM-TEXT
               PERFORM 5400-ENTRY-NUMBER
           END-IF.
           IF WISP-NEXT-ENTRY = ZERO
               MOVE "ENTER THE ENTRY NUMBER TO CHANGE."
                   TO WISP-SUB-MESSAGE
               GO TO 5000-CHANGE-ENTRY-EXIT
           END-IF.
           IF WISP-SUB-CLASS = SPACE AND WISP-SUB-PRIORITY = SPACE
               MOVE "ENTER THE NEW CLASS, PRIORITY, OR BOTH."
                   TO WISP-SUB-MESSAGE
               GO TO 5000-CHANGE-ENTRY-EXIT
           END-IF.
           IF WISP-SUB-PRIORITY NOT = SPACE
                   AND (WISP-SUB-PRIORITY IS NOT NUMERIC
                        OR WISP-SUB-PRIORITY = "0")
               MOVE "PRIORITY IS 1 (FIRST) THRU 9, OR BLANK."
                   TO WISP-SUB-MESSAGE
               GO TO 5000-CHANGE-ENTRY-EXIT
           END-IF.
           IF WISP-SUB-CLASS NOT = SPACE
               MOVE SPACES TO JC-STREAM
               CALL "WJOBCLS" USING WJOBCLS-TABLE, WISP-CLASS-RETURN
               PERFORM 4500-CHECK-CLASS
               IF NOT WISP-CLASS-OK
                   MOVE "THAT JOB CLASS IS NOT IN WJOBCLS.DAT."
                       TO WISP-SUB-MESSAGE
                   GO TO 5000-CHANGE-ENTRY-EXIT
               END-IF
           END-IF.

           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "NOT AUTHORIZED TO CHANGE QUEUE ENTRIES."
                   TO WISP-SUB-MESSAGE
               GO TO 5000-CHANGE-ENTRY-EXIT
           END-IF.

           CALL "WENQ" USING "WAI", WISP-LOCK-NAME, WISP-LOCK-RETURN.
           IF WISP-LOCK-RETURN NOT = ZERO
               MOVE "SUBMIT QUEUE BUSY - TRY AGAIN." TO WISP-SUB-MESSAGE
               GO TO 5000-CHANGE-ENTRY-EXIT
           END-IF.
           PERFORM 5100-CHANGE-UNDER-LOCK
               THRU 5100-CHANGE-UNDER-LOCK-EXIT.
           CALL "WENQ" USING "DEQ", WISP-LOCK-NAME, WISP-LOCK-RETURN.

       5000-CHANGE-ENTRY-EXIT.
           EXIT.

      *    Only an entry still waiting can change: once a dispatcher
      *    has claimed it, its class slot is already taken.
       5100-CHANGE-UNDER-LOCK.

           MOVE ZERO TO WISP-QUEUE-COUNT WISP-QUE-HIT.
           MOVE "N" TO WISP-QUEUE-EOF-SWITCH.
           OPEN INPUT WSUBMITQ-FILE.
           IF WISP-QUEUE-FILE-STATUS NOT = "00"
               MOVE "THE SUBMIT QUEUE IS EMPTY." TO WISP-SUB-MESSAGE
               GO TO 5100-CHANGE-UNDER-LOCK-EXIT
           END-IF.
           PERFORM 3100-READ-QUEUE-RECORD.
           PERFORM UNTIL WISP-QUEUE-EOF
               IF WSUBMITQ-RECORD NOT = SPACES
                       AND WISP-QUEUE-COUNT < WISP-QUEUE-MAX
                   ADD 1 TO WISP-QUEUE-COUNT
                   MOVE WSUBMITQ-RECORD
                       TO WISP-QUE-RECORD (WISP-QUEUE-COUNT)
                   IF WISP-SBQ-REC-ENTRY = WISP-NEXT-ENTRY
                       MOVE WISP-QUEUE-COUNT TO WISP-QUE-HIT
                   END-IF
               END-IF
               PERFORM 3100-READ-QUEUE-RECORD
           END-PERFORM.
           CLOSE WSUBMITQ-FILE.

           IF WISP-QUE-HIT = ZERO
               MOVE "NO SUCH ENTRY IN THE SUBMIT QUEUE."
                   TO WISP-SUB-MESSAGE
               GO TO 5100-CHANGE-UNDER-LOCK-EXIT
           END-IF.
           MOVE WISP-QUE-RECORD (WISP-QUE-HIT) TO WSUBMITQ-RECORD.
           IF WISP-SBQ-REC-STATUS NOT = "Q"
               MOVE "ONLY A QUEUED (Q) ENTRY CAN BE CHANGED."
                   TO WISP-SUB-MESSAGE
               GO TO 5100-CHANGE-UNDER-LOCK-EXIT
           END-IF.

           PERFORM 3400-TAKE-ENTRY-DEFAULTS.
           IF WISP-SUB-CLASS NOT = SPACE
               MOVE WISP-SUB-CLASS TO WISP-SBQ-REC-CLASS
           END-IF.
           IF WISP-SUB-PRIORITY NOT = SPACE
               MOVE WISP-SUB-PRIORITY TO WISP-SBQ-REC-PRIORITY
           END-IF.
           MOVE WSUBMITQ-RECORD TO WISP-QUE-RECORD (WISP-QUE-HIT).

           OPEN OUTPUT WSUBMITQ-FILE.
           IF WISP-QUEUE-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN THE SUBMIT QUEUE FILE."
                   TO WISP-SUB-MESSAGE
               GO TO 5100-CHANGE-UNDER-LOCK-EXIT
           END-IF.
           PERFORM VARYING WISP-QUE-X FROM 1 BY 1
                   UNTIL WISP-QUE-X > WISP-QUEUE-COUNT
               MOVE WISP-QUE-RECORD (WISP-QUE-X) TO WSUBMITQ-RECORD
               WRITE WSUBMITQ-RECORD
           END-PERFORM.
           CLOSE WSUBMITQ-FILE.

           MOVE "QUEUE ENTRY CHANGED." TO WISP-SUB-MESSAGE.

       5100-CHANGE-UNDER-LOCK-EXIT.
           EXIT.

      *    The entry number as typed -- "42" as good as "000042".
       5400-ENTRY-NUMBER.
           CALL "WCFGNUM" USING WISP-NUM-TEXT, WISP-NUM-VALUE.
           MOVE WISP-NUM-VALUE TO WISP-NEXT-ENTRY.

       9999-STOP.
           EXIT PROGRAM.
