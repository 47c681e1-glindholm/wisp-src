      *    while there is still time to act, not after the phone
      *    rings.  Each milestone alerts once per session.
      *
      *    The alert also goes on the operator alert log WALERTS.DAT
      *    (through WALERT) and waits there for an acknowledgement on
      *    WALERTOP; WESCALATE pages the on-call roster meanwhile.
      *
      *    Every pass rewrites WMILESTAT.DAT (copybook wmilstat)
      *    with each milestone's state and projection, for the
      *    operations board to show between passes.
      *
      *    The WISPCFG key MILEPOLL (seconds) makes it loop; zero or
      *    absent is one pass, same convention as WERRWATCH.
      *
           SELECT WRUNHIST-FILE ASSIGN TO "WRUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT WMILESTAT-FILE ASSIGN TO "WMILESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MILSTAT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
           05  FILLER                 PIC X.
           05  RH-REC-TOTAL-SECS      PIC 9(10).

       FD  WMILESTAT-FILE.
       01  WMILESTAT-RECORD           PIC X(69).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
       01  WS-MILEST-FILE-STATUS      PIC XX.
       01  WS-RUNLOG-FILE-STATUS      PIC XX.
       01  WS-HIST-FILE-STATUS        PIC XX.
       01  WS-MILSTAT-FILE-STATUS     PIC XX.
       01  WS-MILSTAT-OPEN-SWITCH     PIC X     VALUE "N".
           88  WS-MILSTAT-OPEN                  VALUE "Y".
       01  WS-MILEST-EOF-SWITCH       PIC X     VALUE "N".
           88  WS-MILEST-EOF                    VALUE "Y".
       01  WS-RUNLOG-EOF-SWITCH       PIC X     VALUE "N".
               10  WS-MIL-NAME        PIC X(12).
               10  WS-MIL-PROGRAM     PIC X(8).
               10  WS-MIL-DEADLINE    PIC 9(8)  COMP-5.
               10  WS-MIL-DEADLINE-HHMM
                                      PIC X(5).
               10  WS-MIL-START-SECS  PIC S9(8) COMP-5.
               10  WS-MIL-STOP-SECS   PIC S9(8) COMP-5.
               10  WS-MIL-HAVE-START  PIC X.
       01  WS-ALERT-KIND              PIC X(16).

       01  WS-ERRLOG-DETAIL           PIC X(80).

       01  WS-AL-FUNC                 PIC X(4).
       01  WS-AL-RETURN               PIC 9.
       COPY "walert.cpy".
       01  WS-SECS-DISP               PIC ZZZ,ZZZ,ZZ9.
       01  WS-CLOCK-HHMMSS.
           05  WS-CLOCK-HH            PIC 99.
           05  WS-CLOCK-SS            PIC 99.
       01  WS-CLOCK-WORK              PIC 9(8)  COMP-5.

       COPY "wmilstat.cpy".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
                               TO WS-MIL-NAME (WS-MIL-X)
                           MOVE ML-REC-PROGRAM
                               TO WS-MIL-PROGRAM (WS-MIL-X)
                           MOVE ML-REC-DEADLINE
                               TO WS-MIL-DEADLINE-HHMM (WS-MIL-X)
                           MOVE ZERO TO WS-TIME-WORK-SS
                           MOVE ML-REC-DEADLINE (1:2)
                               TO WS-TIME-WORK-HH
               CLOSE WISPRUN-LOG-FILE
           END-IF.

           MOVE "N" TO WS-MILSTAT-OPEN-SWITCH.
           OPEN OUTPUT WMILESTAT-FILE.
           IF WS-MILSTAT-FILE-STATUS = "00"
               SET WS-MILSTAT-OPEN TO TRUE
           END-IF.

           PERFORM VARYING WS-MIL-X FROM 1 BY 1
                   UNTIL WS-MIL-X > WS-MILE-COUNT
               PERFORM JUDGE-ONE-MILESTONE
                   THRU JUDGE-ONE-MILESTONE-EXIT
           END-PERFORM.

           IF WS-MILSTAT-OPEN
               CLOSE WMILESTAT-FILE
           END-IF.

       MONITOR-ONE-PASS-EXIT.
           EXIT.

                   MOVE "MILESTONE AT RISK" TO WS-ALERT-KIND
               END-IF
           END-IF.
           IF WS-MILSTAT-OPEN
               PERFORM WRITE-MILESTONE-STATUS
           END-IF.
           IF WS-ALERT-KIND = SPACES
               GO TO JUDGE-ONE-MILESTONE-EXIT
           END-IF.
           DISPLAY "*** MILESTONE: " WS-MIL-NAME (WS-MIL-X).
           DISPLAY "*** PROGRAM..: " WS-MIL-PROGRAM (WS-MIL-X).
           DISPLAY "*** PROJECTED: " WS-CLOCK-HHMMSS.
           PERFORM LOG-OPERATOR-ALERT.
           DISPLAY "********************************************"
                   "********************".
           DISPLAY " ".
       JUDGE-ONE-MILESTONE-EXIT.
           EXIT.

      *    The milestone's line in WMILESTAT.DAT, alerted or not.
       WRITE-MILESTONE-STATUS.

           MOVE SPACES TO WMILESTAT-LINE.
           MOVE WS-MIL-NAME (WS-MIL-X)          TO MS-NAME.
           MOVE WS-MIL-PROGRAM (WS-MIL-X)       TO MS-PROGRAM.
           MOVE WS-MIL-DEADLINE-HHMM (WS-MIL-X) TO MS-DEADLINE.
           MOVE WS-STATE-TEXT                   TO MS-STATE.
           MOVE WS-CLOCK-HHMMSS                 TO MS-PROJECTED.
           EVALUATE WS-ALERT-KIND
               WHEN "MILESTONE MISSED"
                   MOVE "M" TO MS-RISK
               WHEN "MILESTONE AT RISK"
                   MOVE "R" TO MS-RISK
           END-EVALUATE.
           MOVE WS-TODAY                        TO MS-DATE.
           MOVE WS-NOW-TIME                     TO MS-TIME.
           WRITE WMILESTAT-RECORD FROM WMILESTAT-LINE.

      *    The alert goes on the operator alert log, and its
      *    escalation clock starts.
       LOG-OPERATOR-ALERT.

           MOVE SPACES TO WALERT-RECORD.
           MOVE ZERO TO AL-ID AL-LEVEL AL-INCIDENT.
           MOVE "WMILEMON" TO AL-OPERATOR.
           MOVE "WMILEMON" TO AL-SOURCE.
           MOVE WS-ERRLOG-DETAIL TO AL-TEXT.
           MOVE "RAIS" TO WS-AL-FUNC.
           CALL "WALERT" USING WS-AL-FUNC, WALERT-RECORD, WS-AL-RETURN
               ON EXCEPTION
                   MOVE ZERO TO AL-ID
           END-CALL.
           IF AL-ID NOT = ZERO
               DISPLAY "*** ALERT....: " AL-ID
                       " -- ACKNOWLEDGE ON WALERTOP"
           END-IF.

       STOP-RUN.

           STOP RUN.
