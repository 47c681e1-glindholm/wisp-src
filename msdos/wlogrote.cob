      *    WLOGROTE moves aged records out of the WISP log family --
      *    MFLNKTRC, GTPMAUD, DISPLOG, OPENFAUD, WCLINKCKP,
      *    WISPERR.LOG, WISPRUN.LOG, WISPSUBLOG, FACERRLG, PERFLOG,
      *    ACKLOG, and GPERRLOG -- into dated archive files and
      *    rewrites each live log compacted, so the nightly
      *    reporting pass (WDAYSUM, WVOLRPT) stops re-reading history
      *    it no longer needs.
      *
      *    Every rotation is recorded in the catalog WLOGARCH.DAT --
      *    STEM(8) sp ARCHIVE(20) sp CUTOFF(8) sp RUNDATE(8) -- which
      *    the live file -- better to carry a malformed line forward
      *    than to lose it to an archive nobody will look in.
      *
      *    An aged record a legal hold covers stays in the live file
      *    too: each is put to the WLEGHOLD service ("LOG", the stem
      *    and the record's date).  What was kept is displayed per
      *    matter and noted on the keep log WLEGKEEP.LOG.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
           05  FILLER  PIC X(20) VALUE "FACERRLG    FACERRLG".
           05  FILLER  PIC X(20) VALUE "PERFLOG     PERFLOG ".
           05  FILLER  PIC X(20) VALUE "ACKLOG      ACKLOG  ".
           05  FILLER  PIC X(20) VALUE "GPERRLOG    GPERRLOG".
       01  FILLER REDEFINES WS-LOG-TABLE-VALUES.
           05  WS-LOG-ENTRY  OCCURS 12 TIMES
                             INDEXED BY WS-LOG-X.
               10  WS-LOG-NAME        PIC X(12).
               10  WS-LOG-STEM        PIC X(8).
       01  WS-LOG-COUNT               PIC 9(4)  VALUE 12.

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-KEPT-COUNT              PIC 9(8)  COMP-5 VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.

      *    The legal hold check, and what it kept, per matter.
       01  WS-HOLD-STEM               PIC X(24).
       01  WS-HOLD-DATE               PIC 9(8).
       01  WS-HOLD-KEY                PIC X(20) VALUE SPACES.
       01  WS-HOLD-MATTER             PIC X(12).
       01  WS-HOLD-COUNT              PIC 9(8).
       01  WS-HOLD-PROGRAM            PIC X(20) VALUE "WLOGROTE".
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
                  INTO WS-WORK-NAME
           END-STRING.

           MOVE ZERO TO WS-ARCHIVED-COUNT WS-KEPT-COUNT
                        WS-MATTER-COUNT.
           MOVE WS-LOG-STEM (WS-LOG-X) TO WS-HOLD-STEM.
           MOVE "N" TO WS-LIVE-EOF-SWITCH WS-WORK-EOF-SWITCH.

           OPEN INPUT WLOGROTE-LIVE-FILE.

           PERFORM READ-NEXT-LIVE-RECORD.
           PERFORM UNTIL WS-LIVE-EOF
               MOVE SPACES TO WS-HOLD-MATTER
               IF WL-REC-DATE IS NUMERIC
                       AND WL-REC-DATE < WS-CUTOFF-DATE
                   PERFORM CHECK-LEGAL-HOLD
               END-IF
               IF WL-REC-DATE IS NUMERIC
                       AND WL-REC-DATE < WS-CUTOFF-DATE
                       AND WS-HOLD-MATTER = SPACES
                   ADD 1 TO WS-ARCHIVED-COUNT
                   WRITE WLOGROTE-ARCHIVE-RECORD
                       FROM WLOGROTE-LIVE-RECORD
           DISPLAY "WLOGROTE: " WS-LIVE-NAME
                   " ARCHIVED " WS-COUNT-DISP " RECORD(S) TO "
                   WS-ARCHIVE-NAME.
           PERFORM REPORT-HELD-RECORDS
               VARYING WS-MAT-X FROM 1 BY 1
               UNTIL WS-MAT-X > WS-MATTER-COUNT.

       ROTATE-ONE-LOG-EXIT.
           EXIT.

      *    AN AGED RECORD A LEGAL HOLD COVERS STAYS LIVE; THE COUNT IS
      *    KEPT UNDER ITS MATTER.
       CHECK-LEGAL-HOLD.

           MOVE WL-REC-DATE TO WS-HOLD-DATE.
           CALL "WLEGHOLD" USING "LOG", WS-HOLD-STEM, WS-HOLD-DATE,
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
           DISPLAY "WLOGROTE: " WS-LIVE-NAME " KEPT " WS-COUNT-DISP
                   " RECORD(S) UNDER LEGAL HOLD "
                   WS-MAT-MATTER (WS-MAT-X).
           MOVE WS-MAT-MATTER (WS-MAT-X) TO WS-HOLD-MATTER.
           MOVE WS-MAT-COUNT (WS-MAT-X) TO WS-HOLD-COUNT.
           CALL "WLEGHOLD" USING "KEP", WS-HOLD-STEM, WS-HOLD-COUNT,
               WS-HOLD-PROGRAM, WS-HOLD-MATTER
               ON EXCEPTION CONTINUE
           END-CALL.

      *    THE CATALOG ENTRY THE DATE-RANGE READERS USE TO FIND THIS
      *    SEGMENT -- EVERYTHING IN IT IS DATED BEFORE THE CUTOFF.
       APPEND-CATALOG-RECORD.
