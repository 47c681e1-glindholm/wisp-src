      *    function always tells the truth.  WISPRUN is CANCELed
      *    between launches so each stream starts from a fresh copy.
      *
      *    Every entry carries a job class and a priority (WJOBCLS).
      *    Several dispatchers may run side by side, each in its own
      *    session and each with its own name in the WSUBMITDID
      *    environment variable (unset, one is made up from the time
      *    of day and published back in WSUBMITDID, so every stream
      *    the dispatcher launches knows it has no operator at a
      *    screen).  A dispatcher claims its next entry while holding
      *    the WSUBMITQ lock (WENQ): it rereads the queue, takes the
      *    most urgent due entry -- lowest priority number, then
      *    oldest -- whose class is still under its running limit
      *    across all the dispatchers, and marks it RUNNING with its
      *    own name before it lets the lock go, so no two dispatchers
      *    can ever launch the same entry.  The entry is marked
      *    FINISHED under the lock again.  WSUBMIT and WSCHPLAN take
      *    the same lock to add to or change the queue.
      *
      *    With the WISPCFG key SUBMITPOLL set to a second count the
      *    dispatcher loops forever, sleeping that long between
      *    passes; with no key (or zero) it makes one pass and stops,

       FILE SECTION.
       FD  WSUBMITQ-FILE.
       01  WSUBMITQ-RECORD            PIC X(82).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      *    The whole queue, loaded for the dispatch pass and the
      *    rewrites.
       01  WS-QUEUE-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-QUEUE-MAX               PIC 9(4)  VALUE 500.
       01  WS-QUEUE-TABLE.
           05  WS-QUE-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-QUE-X.
               10  WS-QUE-RECORD      PIC X(82).
       01  WS-QUE-WORK REDEFINES WS-QUEUE-TABLE.
           05  FILLER OCCURS 500 TIMES.
               10  WS-QUE-STATUS      PIC X.
               10  FILLER             PIC X.
               10  WS-QUE-NUMBER      PIC 9(6).
               10  WS-QUE-OPERATOR    PIC X(8).
               10  FILLER             PIC X.
               10  WS-QUE-RUN         PIC X(20).
               10  FILLER             PIC X.
               10  WS-QUE-AUTH        PIC XX.
               10  FILLER             PIC X.
               10  WS-QUE-ENTITY      PIC X(4).
               10  FILLER             PIC X.
               10  WS-QUE-CLASS       PIC X.
               10  FILLER             PIC X.
               10  WS-QUE-PRIORITY    PIC X.
               10  FILLER             PIC X.
               10  WS-QUE-DISPATCHER  PIC X(8).

      *    The job classes, and how many of each are running now.
           COPY "wjobcls.cpy".
       01  WS-CLASS-RETURN            PIC 9.
       01  WS-CLASS-RUNNING-TABLE.
           05  WS-CLASS-RUNNING       PIC 9(4)  COMP-5
                                      OCCURS 36 TIMES.
       01  WS-CLASS-X                 PIC 9(4)  COMP-5.
       01  WS-CLASS-HIT               PIC 9(4)  COMP-5.

      *    This dispatcher, and the lock every dispatcher claims
      *    entries under.  WENQ knows a lock holder by WISPRUNID, so
      *    the dispatcher publishes its own name there before each
      *    claim -- a launched stream leaves its run ID behind.
       01  WS-DISPATCHER-ENV          PIC X(40).
       01  WS-DISPATCHER-ID           PIC X(8).
       01  WS-LOCK-RUN-ID             PIC X(20).
       01  WS-LOCK-NAME               PIC X(20) VALUE "WSUBMITQ".
       01  WS-LOCK-RETURN             PIC 9.

      *    The entry claimed for launch, held by entry number: the
      *    table is reread before the entry is marked off.
       01  WS-CHOSEN-X                PIC 9(4)  COMP-5.
       01  WS-CHOSEN-NUMBER           PIC 9(6).
       01  WS-CHOSEN-STREAM           PIC X(8).
       01  WS-CHOSEN-OPERATOR         PIC X(8).
       01  WS-CHOSEN-AUTH             PIC XX.
       01  WS-CHOSEN-ENTITY           PIC X(4).
       01  WS-CHOSEN-CLASS            PIC X.
       01  WS-CHOSEN-PRIORITY         PIC X.

       01  WS-TODAY                   PIC 9(8).
       01  WS-TIME-NOW                PIC 9(8).
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-POLL-SECS.

           DISPLAY "WSUBMITDID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DISPATCHER-ENV FROM ENVIRONMENT-VALUE.
           MOVE WS-DISPATCHER-ENV (1:8) TO WS-DISPATCHER-ID.
           IF WS-DISPATCHER-ID = SPACES
               ACCEPT WS-TIME-NOW FROM TIME
               STRING "D"                DELIMITED BY SIZE
                      WS-TIME-NOW (1:7)  DELIMITED BY SIZE
                      INTO WS-DISPATCHER-ID
               END-STRING
               DISPLAY "WSUBMITDID" UPON ENVIRONMENT-NAME
               DISPLAY WS-DISPATCHER-ID UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE SPACES TO WS-LOCK-RUN-ID.
           STRING "WSUBMITD-"        DELIMITED BY SIZE
                  WS-DISPATCHER-ID   DELIMITED BY SPACE
                  INTO WS-LOCK-RUN-ID
           END-STRING.
           DISPLAY "WSUBMITD: DISPATCHER " WS-DISPATCHER-ID
                   " STARTED.".

           PERFORM DISPATCH-ONE-PASS
               THRU DISPATCH-ONE-PASS-EXIT.
           PERFORM UNTIL WS-POLL-SECS = ZERO
           GO TO STOP-RUN.

      ******************************************************************
      * ONE PASS -- CLAIM AND LAUNCH ENTRIES ONE AFTER ANOTHER UNTIL
      * NOTHING ELIGIBLE IS LEFT: NOTHING DUE, OR EVERY DUE ENTRY'S
      * CLASS ALREADY AT ITS LIMIT.
      ******************************************************************

       DISPATCH-ONE-PASS.

           MOVE ZERO TO WS-LAUNCH-COUNT.
           PERFORM CLAIM-NEXT-ENTRY
               THRU CLAIM-NEXT-ENTRY-EXIT.
           PERFORM UNTIL WS-CHOSEN-NUMBER = ZERO
               PERFORM LAUNCH-ONE-STREAM
               PERFORM FINISH-CLAIMED-ENTRY
                   THRU FINISH-CLAIMED-ENTRY-EXIT
               PERFORM CLAIM-NEXT-ENTRY
                   THRU CLAIM-NEXT-ENTRY-EXIT
           END-PERFORM.

           IF WS-LAUNCH-COUNT > ZERO
               MOVE WS-LAUNCH-COUNT TO WS-COUNT-DISP
               DISPLAY "WSUBMITD: " WS-COUNT-DISP
                       " STREAM(S) DISPATCHED BY " WS-DISPATCHER-ID "."
           END-IF.

       DISPATCH-ONE-PASS-EXIT.
           EXIT.

      ******************************************************************
      * UNDER THE QUEUE LOCK, PICK THE NEXT ENTRY AND MARK IT RUNNING
      * AS THIS DISPATCHER'S.  WS-CHOSEN-NUMBER IS ZERO WHEN THERE IS
      * NOTHING TO RUN (OR THE LOCK COULD NOT BE HAD THIS PASS).
      ******************************************************************

       CLAIM-NEXT-ENTRY.

           MOVE ZERO TO WS-CHOSEN-NUMBER.
           MOVE ZERO TO WS-CHOSEN-X.
           PERFORM PUBLISH-LOCK-IDENTITY.
           CALL "WENQ" USING "WAI", WS-LOCK-NAME, WS-LOCK-RETURN.
           IF WS-LOCK-RETURN NOT = ZERO
               DISPLAY "WSUBMITD: THE SUBMIT QUEUE IS LOCKED -- "
                       "TRYING AGAIN NEXT PASS."
               GO TO CLAIM-NEXT-ENTRY-EXIT
           END-IF.

           PERFORM LOAD-QUEUE-TABLE
               THRU LOAD-QUEUE-TABLE-EXIT.
           IF WS-QUEUE-COUNT > ZERO
               PERFORM CHOOSE-NEXT-ENTRY
           END-IF.

           IF WS-CHOSEN-X > ZERO
               SET WS-QUE-X TO WS-CHOSEN-X
               MOVE "R" TO WS-QUE-STATUS (WS-QUE-X)
               MOVE WS-DISPATCHER-ID TO WS-QUE-DISPATCHER (WS-QUE-X)
               PERFORM REWRITE-QUEUE-FILE
               MOVE WS-QUE-NUMBER (WS-QUE-X) TO WS-CHOSEN-NUMBER
               MOVE WS-QUE-STREAM (WS-QUE-X) TO WS-CHOSEN-STREAM
               MOVE WS-QUE-OPERATOR (WS-QUE-X) TO WS-CHOSEN-OPERATOR
               MOVE WS-QUE-AUTH (WS-QUE-X) TO WS-CHOSEN-AUTH
               MOVE WS-QUE-ENTITY (WS-QUE-X) TO WS-CHOSEN-ENTITY
               MOVE WS-QUE-CLASS (WS-QUE-X) TO WS-CHOSEN-CLASS
               MOVE WS-QUE-PRIORITY (WS-QUE-X) TO WS-CHOSEN-PRIORITY
           END-IF.

           CALL "WENQ" USING "DEQ", WS-LOCK-NAME, WS-LOCK-RETURN.

       CLAIM-NEXT-ENTRY-EXIT.
           EXIT.

      *    Entries queued before there were classes carry none; they
      *    take their stream's class and that class's priority here,
      *    and keep them from the next rewrite on.
       CHOOSE-NEXT-ENTRY.

           MOVE SPACES TO JC-STREAM.
           CALL "WJOBCLS" USING WJOBCLS-TABLE, WS-CLASS-RETURN
               ON EXCEPTION
                   MOVE ZERO TO JC-CLASS-COUNT
           END-CALL.
           PERFORM VARYING WS-QUE-X FROM 1 BY 1
                   UNTIL WS-QUE-X > WS-QUEUE-COUNT
               IF WS-QUE-CLASS (WS-QUE-X) = SPACE
                       OR WS-QUE-PRIORITY (WS-QUE-X) IS NOT NUMERIC
                   MOVE WS-QUE-STREAM (WS-QUE-X) TO JC-STREAM
                   CALL "WJOBCLS" USING WJOBCLS-TABLE, WS-CLASS-RETURN
                       ON EXCEPTION
                           MOVE "A" TO JC-STREAM-CLASS
                           MOVE 5 TO JC-STREAM-PRIORITY
                   END-CALL
                   IF WS-QUE-CLASS (WS-QUE-X) = SPACE
                       MOVE JC-STREAM-CLASS TO WS-QUE-CLASS (WS-QUE-X)
                   END-IF
                   IF WS-QUE-PRIORITY (WS-QUE-X) IS NOT NUMERIC
                       MOVE JC-STREAM-PRIORITY
                           TO WS-QUE-PRIORITY (WS-QUE-X)
                   END-IF
               END-IF
           END-PERFORM.

      *    What every dispatcher has running, class by class.
           PERFORM VARYING WS-CLASS-X FROM 1 BY 1
                   UNTIL WS-CLASS-X > 36
               MOVE ZERO TO WS-CLASS-RUNNING (WS-CLASS-X)
           END-PERFORM.
           PERFORM VARYING WS-QUE-X FROM 1 BY 1
                   UNTIL WS-QUE-X > WS-QUEUE-COUNT
               IF WS-QUE-STATUS (WS-QUE-X) = "R"
                   PERFORM FIND-ENTRY-CLASS
                   IF WS-CLASS-HIT > ZERO
                       ADD 1 TO WS-CLASS-RUNNING (WS-CLASS-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:4) TO WS-HHMM-NOW.

      *    The file is in entry order, so the first due entry at the
      *    best priority seen is also the oldest at that priority.
           MOVE ZERO TO WS-CHOSEN-X.
           PERFORM VARYING WS-QUE-X FROM 1 BY 1
                   UNTIL WS-QUE-X > WS-QUEUE-COUNT
               IF WS-QUE-STATUS (WS-QUE-X) = "Q"
                         OR (WS-QUE-DATE (WS-QUE-X) = WS-TODAY
                             AND WS-QUE-TIME (WS-QUE-X)
                                 NOT > WS-HHMM-NOW))
                   PERFORM FIND-ENTRY-CLASS
                   IF WS-CLASS-HIT = ZERO
                       PERFORM TAKE-IF-MORE-URGENT
                   ELSE
                       IF JC-CLASS-LIMIT (WS-CLASS-HIT) = ZERO
                               OR WS-CLASS-RUNNING (WS-CLASS-HIT)
                                  < JC-CLASS-LIMIT (WS-CLASS-HIT)
                           PERFORM TAKE-IF-MORE-URGENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-IF-MORE-URGENT.

           IF WS-CHOSEN-X = ZERO
               SET WS-CHOSEN-X TO WS-QUE-X
           ELSE
               IF WS-QUE-PRIORITY (WS-QUE-X)
                       < WS-QUE-PRIORITY (WS-CHOSEN-X)
                   SET WS-CHOSEN-X TO WS-QUE-X
               END-IF
           END-IF.

      *    WS-CLASS-HIT is the entry's class in the class table, zero
      *    for a class WJOBCLS.DAT does not define (no limit).
       FIND-ENTRY-CLASS.

           MOVE ZERO TO WS-CLASS-HIT.
           PERFORM VARYING WS-CLASS-X FROM 1 BY 1
                   UNTIL WS-CLASS-X > JC-CLASS-COUNT
                      OR WS-CLASS-HIT > ZERO
               IF JC-CLASS-ID (WS-CLASS-X) = WS-QUE-CLASS (WS-QUE-X)
                   MOVE WS-CLASS-X TO WS-CLASS-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * LAUNCH THE CLAIMED STREAM THROUGH WISPRUN.
      ******************************************************************

       LAUNCH-ONE-STREAM.

           MOVE SPACES TO WS-STREAM-ARG.
           STRING "@"                        DELIMITED BY SIZE
                  WS-CHOSEN-STREAM           DELIMITED BY SPACE
                  INTO WS-STREAM-ARG
           END-STRING.
           DISPLAY "WISPRUNSTREAM" UPON ENVIRONMENT-NAME.
      *    launched WISPRUN returns quietly instead of raising a
      *    sign-on screen nobody is watching.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           DISPLAY WS-CHOSEN-OPERATOR UPON ENVIRONMENT-VALUE.

      *    Likewise the submitter's authority and entity, so the
      *    program authorization checks inside the launched WISPRUN
      *    judge each step by the operator who queued the stream.
           DISPLAY "WISPOPERAUTH" UPON ENVIRONMENT-NAME.
           DISPLAY WS-CHOSEN-AUTH UPON ENVIRONMENT-VALUE.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           DISPLAY WS-CHOSEN-ENTITY UPON ENVIRONMENT-VALUE.
      *    The queue entry carries no named roles, so none of this
      *    dispatcher's own roles may ride along into the stream --
      *    it runs on the submitter's level alone.
           DISPLAY "WISPOPERROLES" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.

           DISPLAY "WSUBMITD: " WS-DISPATCHER-ID
                   " DISPATCHING STREAM " WS-CHOSEN-STREAM
                   " (ENTRY " WS-CHOSEN-NUMBER
                   " CLASS " WS-CHOSEN-CLASS
                   " PRIORITY " WS-CHOSEN-PRIORITY ").".
           CALL "WISPRUN"
               ON EXCEPTION
                   DISPLAY "WSUBMITD: COULD NOT CALL WISPRUN."
      *    entry to everything the stream's logs recorded.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           ADD 1 TO WS-LAUNCH-COUNT.

      ******************************************************************
      * UNDER THE LOCK AGAIN, MARK THE ENTRY FINISHED WITH ITS RUN ID.
      * THE QUEUE HAS MOVED ON WHILE THE STREAM RAN, SO IT IS REREAD
      * AND THE ENTRY FOUND BY NUMBER.  THE MARK MUST NOT BE LOST --
      * A RUNNING ENTRY LEFT BEHIND WOULD HOLD ITS CLASS SLOT -- SO A
      * LOCK WAIT THAT TIMES OUT IS SIMPLY WAITED OUT AGAIN.
      ******************************************************************

       FINISH-CLAIMED-ENTRY.

           PERFORM PUBLISH-LOCK-IDENTITY.
           MOVE 1 TO WS-LOCK-RETURN.
           PERFORM UNTIL WS-LOCK-RETURN = ZERO
               CALL "WENQ" USING "WAI", WS-LOCK-NAME, WS-LOCK-RETURN
               IF WS-LOCK-RETURN NOT = ZERO
                   DISPLAY "WSUBMITD: WAITING FOR THE SUBMIT QUEUE "
                           "LOCK TO MARK ENTRY " WS-CHOSEN-NUMBER
                           " FINISHED."
               END-IF
           END-PERFORM.

           PERFORM LOAD-QUEUE-TABLE
               THRU LOAD-QUEUE-TABLE-EXIT.
           PERFORM VARYING WS-QUE-X FROM 1 BY 1
                   UNTIL WS-QUE-X > WS-QUEUE-COUNT
               IF WS-QUE-NUMBER (WS-QUE-X) = WS-CHOSEN-NUMBER
                   MOVE "F" TO WS-QUE-STATUS (WS-QUE-X)
                   MOVE WS-RUN-ID TO WS-QUE-RUN (WS-QUE-X)
               END-IF
           END-PERFORM.
           PERFORM REWRITE-QUEUE-FILE.

           CALL "WENQ" USING "DEQ", WS-LOCK-NAME, WS-LOCK-RETURN.

       FINISH-CLAIMED-ENTRY-EXIT.
           EXIT.

       PUBLISH-LOCK-IDENTITY.

           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           DISPLAY WS-LOCK-RUN-ID UPON ENVIRONMENT-VALUE.

      ******************************************************************
      * LOAD AND REWRITE THE QUEUE.
      ******************************************************************
                   SET WS-QUEUE-EOF TO TRUE
           END-READ.

      *    The rewrite walks the table on its own subscript.
       REWRITE-QUEUE-FILE.

           OPEN OUTPUT WSUBMITQ-FILE.
