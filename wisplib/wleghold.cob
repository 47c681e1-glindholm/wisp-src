       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLEGHOLD.
      ****************************************************************
      * WLEGHOLD -- LEGAL HOLD CHECK.                                 *
      *                                                                *
      *           WHILE LEGAL HAS A MATTER UNDER HOLD, WHAT THE HOLD  *
      *           COVERS MUST NOT BE ALTERED OR THROWN AWAY.  THE     *
      *           HOLDS ARE REGISTERED IN WLEGHOLD.DAT (COPY          *
      *           "wleghold.cpy" FOR THE LINE); A PROGRAM ABOUT TO    *
      *           MASK, PURGE OR DELETE ASKS HERE FIRST:              *
      *                                                                *
      *               CALL "WLEGHOLD" USING FUNC, TRIPLE,             *
      *                   RECORD-DATE, RECORD-KEY, MATTER             *
      *                                                                *
      *           TRIPLE IS X(24) LAID OUT AS LH-TRIPLE -- VOL(6) sp  *
      *           LIB(8) sp FILE(8) -- OR, FOR "LOG", THE LOG STEM.   *
      *           RECORD-DATE 9(8) IS YYYYMMDD, ZERO WHEN THERE IS    *
      *           NONE; RECORD-KEY X(20).  MATTER X(12) COMES BACK AS *
      *           THE MATTER OF THE FIRST ACTIVE HOLD COVERING IT, OR *
      *           SPACES WHEN NONE DOES.                              *
      *                                                                *
      *           FUNC "CHK" - ONE RECORD OF A DATA FILE, BY ITS DATE *
      *                        AND ITS KEY.                           *
      *                "FIL" - THE WHOLE FILE IS TO GO (A SCRATCH     *
      *                        DELETE): ANY HOLD ON THE TRIPLE.       *
      *                "SET" - A BACKUP COPY OF THE FILE TAKEN ON     *
      *                        RECORD-DATE IS TO BE OVERWRITTEN.  THE *
      *                        COPY HOLDS EVERY RECORD DATED UP TO    *
      *                        THEN, SO A HOLD COVERS IT UNLESS ITS   *
      *                        RANGE STARTS AFTER THAT DAY.           *
      *                "LOG" - ONE RECORD OF THE LOG FAMILY STEM, BY  *
      *                        ITS DATE.                              *
      *                "KEP" - NOTE THAT SOMETHING WAS KEPT: TRIPLE   *
      *                        IS WHAT (A TRIPLE, A STEM OR A SET),   *
      *                        RECORD-DATE THE NUMBER OF RECORDS,     *
      *                        RECORD-KEY (1:8) THE KEEPING PROGRAM   *
      *                        AND MATTER THE MATTER.  A LINE GOES TO *
      *                        WLEGKEEP.LOG (COPY "wlegkeep.cpy")     *
      *                        THROUGH WLOGWRT; MATTER IS LEFT AS IT  *
      *                        WAS GIVEN.                             *
      *                                                                *
      *           A HOLD IS ACTIVE WHEN IT IS NOT RELEASED AND ITS    *
      *           RELEASE DATE IS ZERO OR NOT YET PAST THE BUSINESS   *
      *           DATE.  A RECORD WITH NO DATE IS COVERED WHATEVER    *
      *           THE HOLD'S DATE RANGE -- WHEN IN DOUBT, KEEP IT.    *
      *           THE REGISTRY IS READ ONCE PER RUN INTO A HELD       *
      *           TABLE, SAME AS WAUTHCHK.                            *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLEGHOLD-FILE ASSIGN TO "WLEGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WLH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WLEGHOLD-FILE.
       COPY "wleghold.cpy".

       WORKING-STORAGE SECTION.

       01  WLH-FILE-STATUS           PIC XX.
       01  WLH-EOF-SWITCH            PIC X.
           88  WLH-EOF                         VALUE "Y".
       01  WLH-LOADED-SWITCH         PIC X     VALUE "N".
           88  WLH-LOADED                      VALUE "Y".
       01  WLH-BUSINESS-DATE         PIC 9(8).

       01  WLH-TABLE-COUNT           PIC 9(4)  COMP VALUE ZERO.
       01  WLH-TABLE-MAX             PIC 9(4)  VALUE 200.
       01  WLH-TABLE.
           05  WLH-TABLE-ENTRY  OCCURS 200 TIMES
                                INDEXED BY WLH-X.
               10  WLH-TAB-MATTER    PIC X(12).
               10  WLH-TAB-KIND      PIC X.
               10  WLH-TAB-TRIPLE.
                   15  WLH-TAB-VOL   PIC X(6).
                   15  FILLER        PIC X.
                   15  WLH-TAB-LIB   PIC X(8).
                   15  FILLER        PIC X.
                   15  WLH-TAB-FILE  PIC X(8).
               10  WLH-TAB-STEM REDEFINES WLH-TAB-TRIPLE
                                     PIC X(24).
               10  WLH-TAB-DATE-FROM PIC 9(8).
               10  WLH-TAB-DATE-TO   PIC 9(8).
               10  WLH-TAB-KEY-FROM  PIC X(20).
               10  WLH-TAB-KEY-TO    PIC X(20).

       01  WLH-COVER-SWITCH          PIC X.
           88  WLH-COVERED                     VALUE "Y".
       01  WLH-BOUND                 PIC X(20).
       01  WLH-BOUND-LEN             PIC 9(4)  COMP.
       01  WLH-SCAN                  PIC 9(4)  COMP.

      *    The keep log.
       COPY "wlegkeep.cpy".
       01  WLH-LOG-NAME              PIC X(12) VALUE "WLEGKEEP.LOG".
       01  WLH-LOG-LENGTH            PIC 9(4)  COMP VALUE 94.

       LINKAGE SECTION.

       01  WLH-FUNCTION              PIC X(3).
       01  WLH-TRIPLE.
           05  WLH-VOL               PIC X(6).
           05  FILLER                PIC X.
           05  WLH-LIB               PIC X(8).
           05  FILLER                PIC X.
           05  WLH-FILE              PIC X(8).
       01  WLH-RECORD-DATE           PIC 9(8).
       01  WLH-RECORD-KEY            PIC X(20).
       01  WLH-MATTER                PIC X(12).

       PROCEDURE DIVISION USING WLH-FUNCTION, WLH-TRIPLE,
           WLH-RECORD-DATE, WLH-RECORD-KEY, WLH-MATTER.

       MAIN-WLEGHOLD.

           IF WLH-FUNCTION = "KEP"
               PERFORM WRITE-KEEP-LINE
               GO TO WLEGHOLD-EXIT
           END-IF.

           MOVE SPACES TO WLH-MATTER.
           IF NOT WLH-LOADED
               PERFORM LOAD-HOLD-TABLE
                   THRU LOAD-HOLD-TABLE-EXIT
           END-IF.

           IF WLH-FUNCTION NOT = "CHK" AND NOT = "FIL"
                   AND NOT = "SET" AND NOT = "LOG"
               GO TO WLEGHOLD-EXIT
           END-IF.

           PERFORM VARYING WLH-X FROM 1 BY 1
                   UNTIL WLH-X > WLH-TABLE-COUNT
                      OR WLH-MATTER NOT = SPACES
               PERFORM TEST-ONE-HOLD
                   THRU TEST-ONE-HOLD-EXIT
               IF WLH-COVERED
                   MOVE WLH-TAB-MATTER (WLH-X) TO WLH-MATTER
               END-IF
           END-PERFORM.

       WLEGHOLD-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * DOES THE HOLD AT WLH-X COVER WHAT THE CALLER ASKED ABOUT?    *
      ****************************************************************

       TEST-ONE-HOLD.

           MOVE "N" TO WLH-COVER-SWITCH.
           IF WLH-FUNCTION = "LOG"
               IF WLH-TAB-KIND (WLH-X) NOT = "L"
                       OR WLH-TAB-STEM (WLH-X) NOT = WLH-TRIPLE
                   GO TO TEST-ONE-HOLD-EXIT
               END-IF
               PERFORM TEST-DATE-RANGE
                   THRU TEST-DATE-RANGE-EXIT
               GO TO TEST-ONE-HOLD-EXIT
           END-IF.

           IF WLH-TAB-KIND (WLH-X) NOT = "F"
               GO TO TEST-ONE-HOLD-EXIT
           END-IF.
           IF WLH-TAB-VOL (WLH-X) NOT = "*"
                   AND WLH-TAB-VOL (WLH-X) NOT = WLH-VOL
               GO TO TEST-ONE-HOLD-EXIT
           END-IF.
           IF WLH-TAB-LIB (WLH-X) NOT = "*"
                   AND WLH-TAB-LIB (WLH-X) NOT = WLH-LIB
               GO TO TEST-ONE-HOLD-EXIT
           END-IF.
           IF WLH-TAB-FILE (WLH-X) NOT = "*"
                   AND WLH-TAB-FILE (WLH-X) NOT = WLH-FILE
               GO TO TEST-ONE-HOLD-EXIT
           END-IF.

           EVALUATE WLH-FUNCTION
               WHEN "FIL"
                   SET WLH-COVERED TO TRUE
               WHEN "SET"
                   IF WLH-RECORD-DATE = ZERO
                           OR WLH-TAB-DATE-FROM (WLH-X) = ZERO
                           OR WLH-TAB-DATE-FROM (WLH-X)
                              NOT > WLH-RECORD-DATE
                       SET WLH-COVERED TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM TEST-DATE-RANGE
                       THRU TEST-DATE-RANGE-EXIT
                   IF WLH-COVERED
                       PERFORM TEST-KEY-RANGE
                           THRU TEST-KEY-RANGE-EXIT
                   END-IF
           END-EVALUATE.

       TEST-ONE-HOLD-EXIT.
           EXIT.

       TEST-DATE-RANGE.

           MOVE "N" TO WLH-COVER-SWITCH.
           IF WLH-RECORD-DATE NOT = ZERO
               IF WLH-TAB-DATE-FROM (WLH-X) NOT = ZERO
                       AND WLH-RECORD-DATE < WLH-TAB-DATE-FROM (WLH-X)
                   GO TO TEST-DATE-RANGE-EXIT
               END-IF
               IF WLH-TAB-DATE-TO (WLH-X) NOT = ZERO
                       AND WLH-RECORD-DATE > WLH-TAB-DATE-TO (WLH-X)
                   GO TO TEST-DATE-RANGE-EXIT
               END-IF
           END-IF.
           SET WLH-COVERED TO TRUE.

       TEST-DATE-RANGE-EXIT.
           EXIT.

       TEST-KEY-RANGE.

           MOVE "N" TO WLH-COVER-SWITCH.
           MOVE WLH-TAB-KEY-FROM (WLH-X) TO WLH-BOUND.
           PERFORM FIND-BOUND-LENGTH.
           IF WLH-BOUND-LEN > ZERO
               IF WLH-RECORD-KEY (1:WLH-BOUND-LEN)
                       < WLH-BOUND (1:WLH-BOUND-LEN)
                   GO TO TEST-KEY-RANGE-EXIT
               END-IF
           END-IF.
           MOVE WLH-TAB-KEY-TO (WLH-X) TO WLH-BOUND.
           PERFORM FIND-BOUND-LENGTH.
           IF WLH-BOUND-LEN > ZERO
               IF WLH-RECORD-KEY (1:WLH-BOUND-LEN)
                       > WLH-BOUND (1:WLH-BOUND-LEN)
                   GO TO TEST-KEY-RANGE-EXIT
               END-IF
           END-IF.
           SET WLH-COVERED TO TRUE.

       TEST-KEY-RANGE-EXIT.
           EXIT.

       FIND-BOUND-LENGTH.

           MOVE ZERO TO WLH-BOUND-LEN.
           PERFORM VARYING WLH-SCAN FROM 20 BY -1
                   UNTIL WLH-SCAN < 1
                      OR WLH-BOUND-LEN > ZERO
               IF WLH-BOUND (WLH-SCAN:1) NOT = SPACE
                   MOVE WLH-SCAN TO WLH-BOUND-LEN
               END-IF
           END-PERFORM.

      ****************************************************************
      * ONE PASS OVER WLEGHOLD.DAT -- THE HOLDS ACTIVE TODAY.        *
      ****************************************************************

       LOAD-HOLD-TABLE.

           SET WLH-LOADED TO TRUE.
           MOVE "N" TO WLH-EOF-SWITCH.
           MOVE ZERO TO WLH-TABLE-COUNT.
           CALL "WBATDATE" USING "GET", WLH-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WLH-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           OPEN INPUT WLEGHOLD-FILE.
           IF WLH-FILE-STATUS NOT = "00"
               GO TO LOAD-HOLD-TABLE-EXIT
           END-IF.

           PERFORM READ-HOLD-RECORD
               UNTIL WLH-EOF.

           CLOSE WLEGHOLD-FILE.

       LOAD-HOLD-TABLE-EXIT.
           EXIT.

       READ-HOLD-RECORD.

           READ WLEGHOLD-FILE
               AT END
                   SET WLH-EOF TO TRUE
               NOT AT END
                   IF LH-MATTER NOT = SPACES
                           AND LH-MATTER (1:1) NOT = "*"
                           AND NOT LH-RELEASED
                           AND WLH-TABLE-COUNT < WLH-TABLE-MAX
                       PERFORM ADD-HOLD-ENTRY
                   END-IF
           END-READ.

      *    A blank date is no bound; a release date already past
      *    leaves the hold out.
       ADD-HOLD-ENTRY.

           INSPECT LH-DATE-FROM REPLACING ALL SPACE BY ZERO.
           INSPECT LH-DATE-TO REPLACING ALL SPACE BY ZERO.
           INSPECT LH-RELEASE REPLACING ALL SPACE BY ZERO.
           IF LH-DATE-FROM IS NUMERIC
                   AND LH-DATE-TO IS NUMERIC
                   AND LH-RELEASE IS NUMERIC
               IF LH-RELEASE = ZERO
                       OR LH-RELEASE NOT < WLH-BUSINESS-DATE
                   ADD 1 TO WLH-TABLE-COUNT
                   SET WLH-X TO WLH-TABLE-COUNT
                   MOVE LH-MATTER TO WLH-TAB-MATTER (WLH-X)
                   MOVE LH-KIND TO WLH-TAB-KIND (WLH-X)
                   MOVE LH-TRIPLE TO WLH-TAB-TRIPLE (WLH-X)
                   MOVE LH-DATE-FROM TO WLH-TAB-DATE-FROM (WLH-X)
                   MOVE LH-DATE-TO TO WLH-TAB-DATE-TO (WLH-X)
                   MOVE LH-KEY-FROM TO WLH-TAB-KEY-FROM (WLH-X)
                   MOVE LH-KEY-TO TO WLH-TAB-KEY-TO (WLH-X)
               END-IF
           END-IF.

      ****************************************************************
      * KEP -- ONE LINE ON THE KEEP LOG.                             *
      ****************************************************************

       WRITE-KEEP-LINE.

           MOVE SPACES TO WLEGKEEP-RECORD.
           CALL "WBATDATE" USING "GET", LK-DATE
               ON EXCEPTION
                   ACCEPT LK-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT LK-TIME FROM TIME.
           MOVE WLH-RECORD-KEY (1:8) TO LK-PROGRAM.
           MOVE WLH-MATTER TO LK-MATTER.
           MOVE WLH-TRIPLE TO LK-WHAT.
           MOVE WLH-RECORD-DATE TO LK-COUNT.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT LK-RUN FROM ENVIRONMENT-VALUE.
           CALL "WLOGWRT" USING WLH-LOG-NAME, WLH-LOG-LENGTH,
               WLEGKEEP-RECORD.
