       01  WS-LINK-RETURN-VALUE           PIC 9(9)  COMP.
       01  WS-UNSTRING-PTR                PIC 9(4)  COMP-5.

      *    Program execution authorization -- WPGMAUTH's answer for the
      *    program about to be dispatched (0 allowed, 1 refused).
       01  WS-PGMAUTH-RETURN              PIC 9.

      *    Month-end close checklist -- a step that ends well completes
      *    the automated tasks WCLOSTPL.DAT ties to it.
       01  WS-CLOSE-FUNC                  PIC X(4)  VALUE "AUTO".
       01  WS-CLOSE-RETURN                PIC 9.
       COPY "wclose.cpy".

      *    Executor state.  Each named stream keeps its own pointer to
      *    the next step it would run; the scheduler round-robins over
      *    the stream table, running whatever is runnable.
       01  WS-ENQ-LOCK-NAME               PIC X(20).
       01  WS-ENQ-RETURN                  PIC 9.

      *    The environment profile the session runs under -- its
      *    directory holds the control files and logs (WENVPROF).
       01  WS-ENV-PROFILE                 PIC X(8).
       01  WS-ENV-RETURN                  PIC 9.

      *    Operator control channel -- polled between steps so an
      *    authorized operator (through WRUNOP) can HOLD the stream
      *    after the current step, RELEASE it, or CANCEL it cleanly
           05  WS-MKW-DATE                PIC 9(8).
           05  FILLER                     PIC X.
           05  WS-MKW-TIME                PIC 9(8).
       01  WS-STREAM-FILE-ID              PIC X(8)  VALUE SPACES.

      *    The confirmation screen, served by WMFNGETPARM -- the same
      *    facility WSIGNON builds its screen with.  A site with no

           DISPLAY "Run Time Loaded.".

      *    Environment profile first -- every control file the rest
      *    of the session reads, from the business date onward, is
      *    the profile's.  A profile that cannot be entered ends the
      *    session rather than let it run against the wrong files.
           MOVE ZERO TO WS-ENV-RETURN.
           CALL "WENVPROF" USING "SEL", WS-ENV-PROFILE, WS-ENV-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WS-ENV-RETURN NOT = ZERO
               DISPLAY "WISPRUN: ENVIRONMENT PROFILE " WS-ENV-PROFILE
                       " CANNOT BE USED -- SESSION REFUSED."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM GENERATE-RUN-ID.

      *    Operator sign-on, where the site has installed the
           ELSE
               MOVE COM-LINE TO WS-CURRENT-PROGRAM
               PERFORM RUN-ONE-PROGRAM
                   THRU RUN-ONE-PROGRAM-EXIT
           END-IF.

           GO TO EXIT-PROGRAM.
           MOVE WS-STEP-ARGS (WS-STEP-X) TO WS-CALL-ARGS.
           MOVE WS-STEP-STREAM (WS-STEP-X) TO WS-LOG-STREAM.

           PERFORM RUN-ONE-PROGRAM
               THRU RUN-ONE-PROGRAM-EXIT.
           MOVE SPACES TO WS-CALL-ARGS.

           IF WS-STEP-RETURN-CODE = ZERO
               MOVE "D" TO WS-STEP-STATE (WS-STEP-X)
               PERFORM COMPLETE-CLOSE-TASKS
               PERFORM POINT-STREAM-AT-NEXT-STEP
           ELSE
               MOVE "F" TO WS-STEP-STATE (WS-STEP-X)
       RUN-TABLE-STEP-EXIT.
           EXIT.

      *    A step that ends with a zero return code completes any
      *    open automated close-checklist task tied to its stream and
      *    program.  A site without the checklist just carries on.
       COMPLETE-CLOSE-TASKS.

           MOVE SPACES TO CK-PERIOD CK-REQ-TASK CK-REQ-NOTE
                          CK-REQ-OPERATOR.
           MOVE WS-LOG-STREAM TO CK-REQ-STREAM.
           MOVE WS-CURRENT-PROGRAM (1:8) TO CK-REQ-PROGRAM.
           CALL "WCLOSTSK" USING WS-CLOSE-FUNC, WCLOSE-CHECKLIST,
               WS-CLOSE-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

      ******************************************************************
      * ONDAY/NOTONDAY -- THE BUSINESS DATE (WBATDATE), NOT THE WALL
      * CLOCK, DECIDES WHETHER A CALENDAR-QUALIFIED STEP RUNS TONIGHT.
               WS-ERRLOG-DETAIL.
           DISPLAY "WISPRUN: " WS-ERRLOG-DETAIL.

      *    The failing program's runbook entry goes up before the
      *    stream moves on, and the operator records what was done
      *    about it.  A site without the runbook just carries on.
           CALL "WRUNBOOK" USING WS-STEP-PROGRAM (WS-STEP-X),
               "WISPRUN     ", WS-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-STEP-IFERR-ACT (WS-STEP-X) = "G"
                   MOVE WS-STEP-IFERR-LABEL (WS-STEP-X)
                   DISPLAY "WISPRUN: RUNNING CLEANUP PROGRAM "
                           WS-CURRENT-PROGRAM (1:8)
                   PERFORM RUN-ONE-PROGRAM
                       THRU RUN-ONE-PROGRAM-EXIT
                   PERFORM TAKE-ABORT-ACTION
               WHEN OTHER
                   PERFORM APPEND-MAKEUP-RECORD
           MOVE WS-MKW-ARGS TO WS-CALL-ARGS.
           MOVE WS-MKW-STREAM TO WS-LOG-STREAM.
           DISPLAY "WISPRUN: RUNNING MAKEUP STEP " WS-MKW-PROGRAM.
           PERFORM RUN-ONE-PROGRAM
               THRU RUN-ONE-PROGRAM-EXIT.
           MOVE SPACES TO WS-CALL-ARGS.
           IF WS-STEP-RETURN-CODE = ZERO
               PERFORM COMPLETE-CLOSE-TASKS
               MOVE "D" TO WS-MKW-STATUS
               MOVE WS-MKU-WORK TO WS-MKU-RECORD-IMAGE (WS-MKU-X)
           ELSE

       RUN-ONE-PROGRAM.

      *    A program the authorization table refuses this operator is
      *    never started -- the step fails as if it could not be
      *    called, and WPGMAUTH has already put the refusal on the
      *    audit trail.
           MOVE ZERO TO WS-PGMAUTH-RETURN.
           CALL "WPGMAUTH" USING WS-CURRENT-PROGRAM, "WISPRUN ",
               WS-PGMAUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WS-PGMAUTH-RETURN NOT = ZERO
               DISPLAY "WISPRUN: NOT AUTHORIZED TO RUN "
                       WS-CURRENT-PROGRAM (1:8)
               MOVE 16 TO WS-STEP-RETURN-CODE
               GO TO RUN-ONE-PROGRAM-EXIT
           END-IF.

           PERFORM WRITE-START-LOG-RECORD.

           DISPLAY "Starting routine ", WS-CURRENT-PROGRAM.

           PERFORM WRITE-STOP-LOG-RECORD.

       RUN-ONE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      * DELIVER THE STEP'S ARGUMENT WORDS THROUGH WCLINKT'S COUNT-
      * PLUS-TABLE INTERFACE.  A WCLINKT RETURN-VALUE OTHER THAN 1
      *    The program name occupies a fixed 80 columns of the log
      *    line (it always has), so the STREAM= tag lands in fixed
      *    columns too and the log stays positionally parseable.
      *    The @file the step was loaded from follows the run ID, so
      *    WIMPACT can date the last time a stream file really ran
      *    each of its programs.
       APPEND-STREAM-TO-LOG-LINE.

           IF WS-LOG-STREAM NOT = SPACES
                      INTO WS-LOG-LINE (123:26)
               END-STRING
           END-IF.
           IF WS-STREAM-FILE-ID NOT = SPACES
               STRING " @"              DELIMITED BY SIZE
                      WS-STREAM-FILE-ID DELIMITED BY SIZE
                      INTO WS-LOG-LINE (149:10)
               END-STRING
           END-IF.

       WRITE-LOG-RECORD.

