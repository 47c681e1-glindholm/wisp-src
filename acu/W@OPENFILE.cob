       FILE SECTION.

      *    Run-scoped scratch list -- every resolved path opened with
      *    the scratch disposition, one per line, RUN(20) sp PATH(80)
      *    sp VOL(6) sp LIB(8) sp FILE(8).  The WSCRATCH end-of-stream
      *    step deletes what is listed for its run, unless a legal
      *    hold covers the triple, and logs each deletion to OPENFAUD.
       FD  W-SCRATCH-LIST-FILE.
       01  W-SCRATCH-LIST-RECORD.
           05  W-SCR-REC-RUN        PIC X(20).
           05  FILLER               PIC X.
           05  W-SCR-REC-PATH       PIC X(80).
           05  FILLER               PIC X.
           05  W-SCR-REC-VOL        PIC X(6).
           05  FILLER               PIC X.
           05  W-SCR-REC-LIB        PIC X(8).
           05  FILLER               PIC X.
           05  W-SCR-REC-FILE       PIC X(8).

      *    Live open-files registry -- an "O" event per successful
      *    open here, a "C" event per W@CLOSEFILE call.  WOPENINQ
           05  W-REG-REC-LIB        PIC X(8).
           05  FILLER               PIC X.
           05  W-REG-REC-FILE       PIC X(8).
           05  FILLER               PIC X.
           05  W-REG-REC-ACCESS     PIC X.

       FD  W-VOLLIB-FILE.
       01  W-VOLLIB-RECORD.
       01  W-SCRATCH-FILE-STATUS   PIC XX.
       01  W-REGISTRY-FILE-STATUS  PIC XX.

      *    The system availability state.  While it is QUIESCE or
      *    MAINTENANCE an update-mode open -- anything but input,
      *    WFOPEN4 mode 1 -- waits here, looking again every
      *    W-HOLD-POLL-SECS seconds (WISPCFG QUIESCEPOLL), until the
      *    state is lifted; input opens are never held.  The mode is
      *    also carried on the WOPENREG open event, "U" or "I", so
      *    WBACKUP can tell when the last updater has closed.
       COPY "wavail.cpy".
       01  W-INPUT-MODE-CODE       PIC 9(9) COMP-4 VALUE 1.
       01  W-HOLD-POLL-SECS        PIC 9(4) COMP-4 VALUE 10.
       01  W-HOLD-POLL-DISP        PIC 9(5).
       01  W-HOLD-SECS             PIC 9(8)  VALUE ZERO.

       01  W-TRACE-ENV-VALUE       PIC X(40).
       01  W-TRACE-SWITCH          PIC X     VALUE "N".
           88  W-TRACE-ON                    VALUE "Y".
               END-IF
           END-IF.

           IF W-REAL-OPEN-MODE NOT = W-INPUT-MODE-CODE
               PERFORM HOLD-WHILE-QUIESCED
                   THRU HOLD-WHILE-QUIESCED-EXIT
           END-IF.

           PERFORM CALL-WFOPEN4.

           PERFORM RETRY-WFOPEN4

           PERFORM WRITE-TRACE-RECORD.

      *    An update open waits out QUIESCE and MAINTENANCE.  The
      *    hold is logged once when it starts and once when it ends,
      *    so WISPERR.LOG shows how long the program stood still.
       HOLD-WHILE-QUIESCED.

           CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
               ON EXCEPTION
                   MOVE "ONLINE" TO AV-STATE
           END-CALL.
           IF NOT AV-UPDATES-HELD
               GO TO HOLD-WHILE-QUIESCED-EXIT
           END-IF.

           MOVE "QUIESCEPOLL" TO W-CFG-KEY.
           CALL "WISPCFG" USING W-CFG-KEY, W-CFG-VALUE.
           CALL "WCFGNUM" USING W-CFG-VALUE, W-HOLD-POLL-DISP.
           IF W-HOLD-POLL-DISP > ZERO
               MOVE W-HOLD-POLL-DISP TO W-HOLD-POLL-SECS
           END-IF.

           MOVE SPACES TO W-ERRLOG-DETAIL.
           STRING "OPEN HELD STATE="  DELIMITED BY SIZE
                  AV-STATE            DELIMITED BY SPACE
                  " VOL="             DELIMITED BY SIZE
                  FILE-VOL            DELIMITED BY SIZE
                  " LIB="             DELIMITED BY SIZE
                  FILE-LIB            DELIMITED BY SIZE
                  " FILE="            DELIMITED BY SIZE
                  FILE-FILE           DELIMITED BY SIZE
                  " PGM="             DELIMITED BY SIZE
                  PRNAME              DELIMITED BY SIZE
                  INTO W-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "W@OPENFILE", "HOLD-WHILE-QUIESCED",
               W-ERRLOG-DETAIL.

           MOVE ZERO TO W-HOLD-SECS.
           PERFORM UNTIL NOT AV-UPDATES-HELD
               CALL "C$SLEEP" USING W-HOLD-POLL-SECS
               ADD W-HOLD-POLL-SECS TO W-HOLD-SECS
               CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
           END-PERFORM.

           MOVE SPACES TO W-ERRLOG-DETAIL.
           STRING "OPEN RELEASED STATE=" DELIMITED BY SIZE
                  AV-STATE               DELIMITED BY SPACE
                  " FILE="               DELIMITED BY SIZE
                  FILE-FILE              DELIMITED BY SIZE
                  " HELD SECS="          DELIMITED BY SIZE
                  W-HOLD-SECS            DELIMITED BY SIZE
                  INTO W-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "W@OPENFILE", "HOLD-WHILE-QUIESCED",
               W-ERRLOG-DETAIL.

       HOLD-WHILE-QUIESCED-EXIT.
           EXIT.

       RETRY-WFOPEN4.

           CALL "C$SLEEP" USING 1.
           MOVE SPACES TO W-SCRATCH-LIST-RECORD.
           MOVE W-RUN-ID TO W-SCR-REC-RUN.
           MOVE FILE-PATH TO W-SCR-REC-PATH.
           MOVE FILE-VOL TO W-SCR-REC-VOL.
           MOVE FILE-LIB TO W-SCR-REC-LIB.
           MOVE FILE-FILE TO W-SCR-REC-FILE.
           IF W-SCR-REC-PATH = SPACES
               MOVE W-MAPPED-PATH TO W-SCR-REC-PATH
           END-IF.
           MOVE FILE-VOL TO W-REG-REC-VOL.
           MOVE FILE-LIB TO W-REG-REC-LIB.
           MOVE FILE-FILE TO W-REG-REC-FILE.
           IF W-REAL-OPEN-MODE = W-INPUT-MODE-CODE
               MOVE "I" TO W-REG-REC-ACCESS
           ELSE
               MOVE "U" TO W-REG-REC-ACCESS
           END-IF.
           OPEN EXTEND W-OPEN-REGISTRY-FILE.
           IF W-REGISTRY-FILE-STATUS = "35"
               OPEN OUTPUT W-OPEN-REGISTRY-FILE
