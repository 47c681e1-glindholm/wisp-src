      *    failed stays registered so the next pass retries it, and
      *    RETURN-CODE 8 tells the stream something was left behind.
      *
      *    W@OPENFILE lists the file's VOL/LIB/FILE after the path; a
      *    file a legal hold covers (the WLEGHOLD service, "FIL") is
      *    not deleted.  Its entry stays on the list, so a "WSCRATCH
      *    ALL" after the hold is released cleans it up, and the
      *    keep is displayed and noted on the keep log WLEGKEEP.LOG.
      *    A held file is not a failure and does not set RETURN-CODE.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
           05  WS-SCR-REC-RUN         PIC X(20).
           05  FILLER                 PIC X.
           05  WS-SCR-REC-PATH        PIC X(80).
           05  FILLER                 PIC X.
           05  WS-SCR-REC-TRIPLE      PIC X(24).

      /*****************************************************************
      *                         WORKING STORAGE                        *
       01  WS-DELETE-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-FAIL-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-KEEP-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HELD-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ9.

      *    Entries kept for the rewritten list (other runs' files).
                              INDEXED BY WS-KEEP-X.
               10  WS-KEEP-RUN        PIC X(20).
               10  WS-KEEP-PATH       PIC X(80).
               10  WS-KEEP-TRIPLE     PIC X(24).

      *    The legal hold check on the file about to go.
       01  WS-HOLD-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-HOLD-KEY                PIC X(20) VALUE SPACES.
       01  WS-HOLD-MATTER             PIC X(12).
       01  WS-HOLD-COUNT              PIC 9(8)  VALUE 1.
       01  WS-HOLD-PROGRAM            PIC X(20) VALUE "WSCRATCH".

       01  WS-TIMESTAMP.
           05  WS-STAMP-DATE          PIC 9(8).
           MOVE WS-DELETE-COUNT TO WS-COUNT-DISP.
           DISPLAY "WSCRATCH: " WS-COUNT-DISP
                   " SCRATCH FILE(S) DELETED.".
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-COUNT-DISP
               DISPLAY "WSCRATCH: " WS-COUNT-DISP
                       " FILE(S) KEPT UNDER LEGAL HOLD."
           END-IF.
           IF WS-FAIL-COUNT > ZERO
               MOVE WS-FAIL-COUNT TO WS-COUNT-DISP
               DISPLAY "WSCRATCH: " WS-COUNT-DISP
       DELETE-ONE-SCRATCH-FILE.

           MOVE WS-SCR-REC-PATH TO WS-DELETE-PATH.
           MOVE SPACES TO WS-HOLD-MATTER.
           IF WS-SCR-REC-TRIPLE NOT = SPACES
               CALL "WLEGHOLD" USING "FIL", WS-SCR-REC-TRIPLE,
                   WS-HOLD-DATE, WS-HOLD-KEY, WS-HOLD-MATTER
                   ON EXCEPTION
                       MOVE SPACES TO WS-HOLD-MATTER
               END-CALL
           END-IF.
           IF WS-HOLD-MATTER NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "WSCRATCH: " WS-SCR-REC-TRIPLE
                       " KEPT UNDER LEGAL HOLD " WS-HOLD-MATTER
               CALL "WLEGHOLD" USING "KEP", WS-SCR-REC-TRIPLE,
                   WS-HOLD-COUNT, WS-HOLD-PROGRAM, WS-HOLD-MATTER
                   ON EXCEPTION CONTINUE
               END-CALL
               PERFORM KEEP-ONE-LIST-ENTRY
               GO TO DELETE-ONE-SCRATCH-FILE-EXIT
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
               ON EXCEPTION
               SET WS-KEEP-X TO WS-KEEP-COUNT
               MOVE WS-SCR-REC-RUN TO WS-KEEP-RUN (WS-KEEP-X)
               MOVE WS-SCR-REC-PATH TO WS-KEEP-PATH (WS-KEEP-X)
               MOVE WS-SCR-REC-TRIPLE TO WS-KEEP-TRIPLE (WS-KEEP-X)
           END-IF.

       REWRITE-SCRATCH-LIST.
               MOVE SPACES TO WSCRATCH-LIST-RECORD
               MOVE WS-KEEP-RUN (WS-KEEP-X) TO WS-SCR-REC-RUN
               MOVE WS-KEEP-PATH (WS-KEEP-X) TO WS-SCR-REC-PATH
               MOVE WS-KEEP-TRIPLE (WS-KEEP-X) TO WS-SCR-REC-TRIPLE
               WRITE WSCRATCH-LIST-RECORD
           END-PERFORM.
           CLOSE WSCRATCH-LIST-FILE.
