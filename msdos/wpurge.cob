      *    its before and after counts -- lands in OPENFAUDX (mode
      *    PURGE) through WOPNAUD.
      *
      *    A record under legal hold is never archived, however old:
      *    each expiring record is put to the WLEGHOLD service (the
      *    triple, the record's date, and its leading 20 bytes as the
      *    key) and one a hold covers stays in the live file.  What
      *    was kept is displayed per matter and noted on the keep
      *    log WLEGKEEP.LOG, where WLEGRPT reports it.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *    The open-audit record for the action.
       COPY "wopnaud.cpy".

      *    The legal hold check, and what it kept, per matter.
       01  WS-HOLD-TRIPLE.
           05  WS-HOLD-VOL            PIC X(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-HOLD-LIB            PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-HOLD-FILE           PIC X(8).
       01  WS-HOLD-KEY                PIC X(20).
       01  WS-HOLD-MATTER             PIC X(12).
       01  WS-HOLD-COUNT              PIC 9(8).
       01  WS-HOLD-PROGRAM            PIC X(20) VALUE "WPURGE".
       01  WS-MATTER-COUNT            PIC 9(4)  COMP-5.
       01  WS-MATTER-MAX              PIC 9(4)  VALUE 20.
       01  WS-MATTER-TABLE.
           05  WS-MAT-ENTRY  OCCURS 20 TIMES
                             INDEXED BY WS-MAT-X.
               10  WS-MAT-MATTER      PIC X(12).
               10  WS-MAT-COUNT       PIC 9(8).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
           END-STRING.

           MOVE ZERO TO WS-BEFORE-COUNT WS-KEPT-COUNT
                        WS-ARCHIVED-COUNT WS-MATTER-COUNT.
           MOVE PU-REC-VOL TO WS-HOLD-VOL.
           MOVE PU-REC-LIB TO WS-HOLD-LIB.
           MOVE PU-REC-FILE TO WS-HOLD-FILE.
           MOVE "N" TO WS-LIVE-EOF-SWITCH WS-WORK-EOF-SWITCH.

           OPEN INPUT WS-LIVE-FILE.
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       PERFORM EXTRACT-RECORD-DATE
                       MOVE SPACES TO WS-HOLD-MATTER
                       IF WS-RECORD-DATE > ZERO
                               AND WS-RECORD-DATE < WS-CUTOFF-DATE
                           PERFORM CHECK-LEGAL-HOLD
                       END-IF
                       IF WS-RECORD-DATE > ZERO
                               AND WS-RECORD-DATE < WS-CUTOFF-DATE
                               AND WS-HOLD-MATTER = SPACES
                           ADD 1 TO WS-ARCHIVED-COUNT
                           WRITE WS-ARCHIVE-RECORD
                               FROM WS-LIVE-RECORD
           MOVE WS-ARCHIVED-COUNT TO WS-COUNT-DISP.
           DISPLAY "WPURGE: " PU-REC-FILE " ARCHIVED " WS-COUNT-DISP
                   " RECORD(S) TO " WS-ARCHIVE-PATH (1:40).
           PERFORM REPORT-HELD-RECORDS
               VARYING WS-MAT-X FROM 1 BY 1
               UNTIL WS-MAT-X > WS-MATTER-COUNT.

       PURGE-ONE-RULE-EXIT.
           EXIT.
               END-IF
           END-IF.

      *    AN EXPIRING RECORD A LEGAL HOLD COVERS STAYS LIVE; THE
      *    COUNT IS KEPT UNDER ITS MATTER.
       CHECK-LEGAL-HOLD.

           MOVE WS-LIVE-RECORD (1:20) TO WS-HOLD-KEY.
           CALL "WLEGHOLD" USING "CHK", WS-HOLD-TRIPLE, WS-RECORD-DATE,
               WS-HOLD-KEY, WS-HOLD-MATTER
               ON EXCEPTION
                   MOVE SPACES TO WS-HOLD-MATTER
           END-CALL.
           IF WS-HOLD-MATTER NOT = SPACES
               PERFORM VARYING WS-MAT-X FROM 1 BY 1
                       UNTIL WS-MAT-X > WS-MATTER-COUNT
                          OR WS-MAT-MATTER (WS-MAT-X) = WS-HOLD-MATTER
                   CONTINUE
               END-PERFORM
               IF WS-MAT-X > WS-MATTER-COUNT
                       AND WS-MATTER-COUNT < WS-MATTER-MAX
                   ADD 1 TO WS-MATTER-COUNT
                   SET WS-MAT-X TO WS-MATTER-COUNT
                   MOVE WS-HOLD-MATTER TO WS-MAT-MATTER (WS-MAT-X)
                   MOVE ZERO TO WS-MAT-COUNT (WS-MAT-X)
               END-IF
               IF WS-MAT-X NOT > WS-MATTER-COUNT
                   ADD 1 TO WS-MAT-COUNT (WS-MAT-X)
               END-IF
           END-IF.

       REPORT-HELD-RECORDS.

           MOVE WS-MAT-COUNT (WS-MAT-X) TO WS-COUNT-DISP.
           DISPLAY "WPURGE: " PU-REC-FILE " KEPT " WS-COUNT-DISP
                   " RECORD(S) UNDER LEGAL HOLD "
                   WS-MAT-MATTER (WS-MAT-X).
           MOVE WS-MAT-MATTER (WS-MAT-X) TO WS-HOLD-MATTER.
           MOVE WS-MAT-COUNT (WS-MAT-X) TO WS-HOLD-COUNT.
           CALL "WLEGHOLD" USING "KEP", WS-HOLD-TRIPLE, WS-HOLD-COUNT,
               WS-HOLD-PROGRAM, WS-HOLD-MATTER
               ON EXCEPTION CONTINUE
           END-CALL.

       REWRITE-LIVE-FROM-WORK.

           OPEN INPUT WS-WORK-FILE.
