      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WCHKRPT.
       AUTHOR.
           DEV BRADLEY.
       INSTALLATION.
           INTERNATIONAL DIGITAL SCIENTIFIC INCORPORATED.
           25050 AVENUE KEARNY, SUITE 203.
           VALENCIA, CALIFORNIA 91355.
           (805) 295-1155 [OFFICE].
           (805) 295-8755 [FAX].
           COPYRIGHT 1991, ALL RIGHTS RESERVED.
       DATE-WRITTEN.
           07/25/91.
       DATE-COMPILED.
      *
      *    WCHKRPT is the nightly report of long-held record
      *    check-outs, read from WCHKOUT.DAT (layout in wchkout.cpy),
      *    the claims maintenance screens take through WCHKOUT.  It
      *    belongs in the night stream.
      *
      *        WCHKRPT
      *
      *    Every record checked out longer than WISPCFG CHKOUTMAX
      *    minutes (default 60) is listed to WCHKRPT.RPT with its
      *    file, record key, the operator and workstation holding
      *    it, and how long it has been held, followed by the count
      *    of everything checked out.  Ages are against the clock,
      *    not the business date -- a check-out is a matter of
      *    minutes.
      *
      *    A check-out whose WENQ lock is no longer in WENQLOCK.DAT
      *    is shown as DEAD: its lock was released from WENQOP and
      *    the next session to ask for the record takes it over.  A
      *    HELD check-out over the limit is usually a session that
      *    died mid-change; release its lock from WENQOP.
      *
      *    RETURN-CODE is 4 when any check-out is over the limit.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCHKOUT-FILE ASSIGN TO "WCHKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKOUT-FILE-STATUS.
           SELECT WENQ-LOCK-FILE ASSIGN TO "WENQLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT WCHKRPT-REPORT-FILE ASSIGN TO "WCHKRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WCHKOUT-FILE.
       01  WCHKOUT-FILE-RECORD        PIC X(158).

       FD  WENQ-LOCK-FILE.
       01  WENQ-LOCK-RECORD.
           05  WNQ-REC-NAME           PIC X(20).
           05  FILLER                 PIC X.
           05  WNQ-REC-RUN            PIC X(20).
           05  FILLER                 PIC X.
           05  WNQ-REC-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  WNQ-REC-TIME           PIC 9(8).
           05  FILLER                 PIC X.
           05  WNQ-REC-TYPE           PIC X.

       FD  WCHKRPT-REPORT-FILE.
       01  WCHKRPT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  WS-RUN-ID                  PIC X(20).

       01  WS-CHKOUT-FILE-STATUS      PIC XX.
       01  WS-LOCK-FILE-STATUS        PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-CHKOUT-EOF-SWITCH       PIC X     VALUE "N".
           88  WS-CHKOUT-EOF                    VALUE "Y".
       01  WS-LOCK-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-LOCK-EOF                      VALUE "Y".

       COPY "wchkout.cpy".

      *    The locks WENQ holds -- a check-out whose lock is gone is
      *    dead.
       01  WS-HELD-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HELD-MAX                PIC 9(4)  VALUE 100.
       01  WS-HELD-TABLE.
           05  WS-HELD-NAME           PIC X(20)
                                      OCCURS 100 TIMES
                                      INDEXED BY WS-HELD-X.
       01  WS-HELD-SWITCH             PIC X.
           88  WS-LOCK-HELD                     VALUE "Y".

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-AGE-LIMIT               PIC 9(5)  VALUE 60.

       01  WS-NOW.
           05  WS-NOW-DATE            PIC 9(8).
           05  WS-NOW-TIME.
               10  WS-NOW-HH          PIC 99.
               10  WS-NOW-MM          PIC 99.
               10  FILLER             PIC 9(4).
       01  WS-OUT-TIME.
           05  WS-OUT-HH              PIC 99.
           05  WS-OUT-MM              PIC 99.
           05  FILLER                 PIC 9(4).
       01  WS-NOW-MINUTES             PIC S9(11) COMP.
       01  WS-AGE-MINUTES             PIC S9(11) COMP.
       01  WS-AGE-DISP                PIC ZZZZZ9.
       01  WS-STATUS-TEXT             PIC X(4).

       01  WS-CHKOUT-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-OVERDUE-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WCHKRPT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM.

           MOVE "CHKOUTMAX" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-AGE-LIMIT
           END-IF.

           PERFORM LOAD-HELD-LOCKS
               THRU LOAD-HELD-LOCKS-EXIT.

           OPEN OUTPUT WCHKRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WCHKRPT - RECORD CHECK-OUTS  AS OF "
                  WS-NOW-DATE " " WS-NOW-HH ":" WS-NOW-MM
                  "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM LIST-LONG-CHECKOUTS
               THRU LIST-LONG-CHECKOUTS-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-CHKOUT-COUNT TO WS-COUNT-DISP.
           STRING "RECORDS CHECKED OUT " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP.
           STRING "OVER THE LIMIT      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WCHKRPT-REPORT-FILE.

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP.
           DISPLAY "WCHKRPT: " WS-COUNT-DISP " LONG-HELD CHECK-OUT(S) "
                   "-- SEE WCHKRPT.RPT".
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE LOCKS WENQ HOLDS -- WAITERS DO NOT COUNT.
      ******************************************************************

       LOAD-HELD-LOCKS.

           OPEN INPUT WENQ-LOCK-FILE.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               GO TO LOAD-HELD-LOCKS-EXIT
           END-IF.
           PERFORM UNTIL WS-LOCK-EOF
               READ WENQ-LOCK-FILE
                   AT END
                       SET WS-LOCK-EOF TO TRUE
                   NOT AT END
                       IF WENQ-LOCK-RECORD NOT = SPACES
                               AND WNQ-REC-TYPE NOT = "W"
                               AND WS-HELD-COUNT < WS-HELD-MAX
                           ADD 1 TO WS-HELD-COUNT
                           MOVE WNQ-REC-NAME
                               TO WS-HELD-NAME (WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WENQ-LOCK-FILE.

       LOAD-HELD-LOCKS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-OUTS HELD LONGER THAN CHKOUTMAX MINUTES.
      ******************************************************************

       LIST-LONG-CHECKOUTS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-AGE-LIMIT TO WS-AGE-DISP.
           STRING "CHECKED OUT MORE THAN " WS-AGE-DISP " MINUTES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "  LOCK           VOL    LIB      FILE     RECORD KEY"
               TO WS-REPORT-LINE.
           MOVE "OPERATOR TERMINAL         SINCE    TIME     MINS"
               TO WS-REPORT-LINE (76:48).
           MOVE "STATUS" TO WS-REPORT-LINE (127:6).
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           OPEN INPUT WCHKOUT-FILE.
           IF WS-CHKOUT-FILE-STATUS NOT = "00"
               GO TO LIST-LONG-CHECKOUTS-NONE
           END-IF.
           PERFORM UNTIL WS-CHKOUT-EOF
               READ WCHKOUT-FILE
                   AT END
                       SET WS-CHKOUT-EOF TO TRUE
                   NOT AT END
                       IF WCHKOUT-FILE-RECORD NOT = SPACES
                           MOVE WCHKOUT-FILE-RECORD TO WCHKOUT-RECORD
                           PERFORM CHECK-ONE-CHECKOUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCHKOUT-FILE.

       LIST-LONG-CHECKOUTS-NONE.

           IF WS-OVERDUE-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-LONG-CHECKOUTS-EXIT.
           EXIT.

       CHECK-ONE-CHECKOUT.

           ADD 1 TO WS-CHKOUT-COUNT.
           MOVE ZERO TO WS-AGE-MINUTES.
           IF CO-OUT-DATE IS NUMERIC AND CO-OUT-DATE > ZERO
                   AND CO-OUT-TIME IS NUMERIC
               MOVE CO-OUT-TIME TO WS-OUT-TIME
               COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES
                   - FUNCTION INTEGER-OF-DATE (CO-OUT-DATE) * 1440
                   - WS-OUT-HH * 60 - WS-OUT-MM
           END-IF.
           IF WS-AGE-MINUTES > WS-AGE-LIMIT
               PERFORM LIST-ONE-CHECKOUT
           END-IF.

       LIST-ONE-CHECKOUT.

           ADD 1 TO WS-OVERDUE-COUNT.
           IF WS-AGE-MINUTES > 999999
               MOVE 999999 TO WS-AGE-MINUTES
           END-IF.
           MOVE WS-AGE-MINUTES TO WS-AGE-DISP.

           MOVE "N" TO WS-HELD-SWITCH.
           PERFORM VARYING WS-HELD-X FROM 1 BY 1
                   UNTIL WS-HELD-X > WS-HELD-COUNT
                      OR WS-LOCK-HELD
               IF WS-HELD-NAME (WS-HELD-X) = CO-LOCK-NAME
                   SET WS-LOCK-HELD TO TRUE
               END-IF
           END-PERFORM.
           IF WS-LOCK-HELD
               MOVE "HELD" TO WS-STATUS-TEXT
           ELSE
               MOVE "DEAD" TO WS-STATUS-TEXT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " CO-LOCK-NAME (1:14) " " CO-VOL " " CO-LIB " "
                  CO-FILE " " CO-RECKEY " " CO-OPERATOR " "
                  CO-TERM-ID " " CO-OUT-DATE " " CO-OUT-TIME (1:6)
                  "   " WS-AGE-DISP " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WCHKRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       GET-CONFIG-NUMBER.

           MOVE SPACES TO WS-CFG-VALUE.
           MOVE ZERO TO WS-CFG-NUMBER.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER
               ON EXCEPTION CONTINUE
           END-CALL.

       STOP-RUN.

           STOP RUN.
