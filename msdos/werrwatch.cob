      *    and raises an operator alert on the console for anything
      *    rated CRITICAL.
      *
      *    Every CRITICAL alert is also put on the incident log
      *    WINCIDNT.DAT (through WINCLOG): the event, and its run ID
      *    when the line carries one, is linked to the incident the
      *    same program's alerts already have open, or a new incident
      *    is opened for it -- so a storm of one fault is one incident
      *    for the WINCMNT screen, not fifty.  The alert block shows
      *    the incident number.
      *
      *    Every CRITICAL alert also goes on the operator alert log
      *    WALERTS.DAT (through WALERT) with its incident, and stays
      *    there unacknowledged until somebody acknowledges it on
      *    WALERTOP; WESCALATE pages the on-call roster while it
      *    waits.  An alert WRUNWATCH or WMILEMON has already raised
      *    for the same event is the same alert, not a second one.
      *
      *    After the alert block, the failing program's entry in the
      *    operator runbook WRUNBOOK.DAT is shown on the console
      *    (through WRUNBOOK, log only, so the poll never waits on an
      *    operator) and logged to WISPRUN.LOG as NOT RECORDED.  The
      *    program is the one named PROGRAM= in the detail when there
      *    is one.  WISPRUN's own step-failure events are left alone
      *    -- WISPRUN showed the runbook when the step failed.
      *
      *    WERRRULES.DAT is one rule per line, fixed columns:
      *        PROGRAM(12) sp PARAGRAPH(30) sp LEVEL(8) sp PATTERN(40)
      *    PROGRAM and PARAGRAPH are matched exactly, or "*" in the
           05  EL-REC-PARAGRAPH       PIC X(30).
           05  FILLER                 PIC X.
           05  EL-REC-DETAIL          PIC X(80).
           05  EL-REC-RUN-TAG         PIC X(5).
           05  EL-REC-RUN             PIC X(20).

       FD  WERRRULES-FILE.
       01  WERRRULES-RECORD.
       01  WS-STATXT-STATUS           PIC XX.
       01  WS-STATXT-TEXT             PIC X(70).

       01  WS-INC-FUNC                PIC X(4).
       01  WS-INC-RETURN              PIC 9.
       COPY "wincid.cpy".

       01  WS-AL-FUNC                 PIC X(4).
       01  WS-AL-RETURN               PIC 9.
       COPY "walert.cpy".

       01  WS-RB-PROGRAM              PIC X(8).

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-POLL-SECS               PIC 9(5)  VALUE ZERO.
               DISPLAY "*** PARAGRAPH: " EL-REC-PARAGRAPH
               DISPLAY "*** DETAIL...: " EL-REC-DETAIL
               PERFORM DECODE-STATUS-IN-DETAIL
               PERFORM LOG-ALERT-INCIDENT
               PERFORM LOG-OPERATOR-ALERT
               DISPLAY "********************************************"
                       "********************"
               DISPLAY " "
               PERFORM SHOW-RUNBOOK-ENTRY
                   THRU SHOW-RUNBOOK-ENTRY-EXIT
           END-IF.

      *    A detail carrying STATUS=nn gets the plain-English
               END-IF
           END-IF.

      *    The alert goes on the incident log -- linked to the open
      *    incident for this program's alerts, or opening one.
       LOG-ALERT-INCIDENT.

           MOVE SPACES TO WINCID-RECORD.
           MOVE ZERO TO IN-ID.
           SET IN-LINK-EVENT TO TRUE.
           IF EL-REC-RUN-TAG = " RUN="
               MOVE EL-REC-RUN TO IN-LINK-RUN-ID
           END-IF.
           MOVE EL-REC-DATE TO IN-LINK-EVENT-DATE.
           MOVE EL-REC-TIME TO IN-LINK-EVENT-TIME.
           MOVE EL-REC-PROGRAM TO IN-LINK-PROGRAM.
           MOVE EL-REC-DETAIL TO IN-LINK-DETAIL.
           MOVE "WERRWTCH" TO IN-OPERATOR.
           MOVE "ALRT" TO WS-INC-FUNC.
           CALL "WINCLOG" USING WS-INC-FUNC, WINCID-RECORD,
                   WS-INC-RETURN
               ON EXCEPTION
                   MOVE ZERO TO IN-ID
           END-CALL.
           IF IN-ID NOT = ZERO
               IF WS-INC-RETURN = 2
                   DISPLAY "*** INCIDENT.: " IN-ID " OPENED"
               ELSE
                   DISPLAY "*** INCIDENT.: " IN-ID " (LINKED)"
               END-IF
           END-IF.

      *    The alert goes on the operator alert log with its
      *    incident, and its escalation clock starts.
       LOG-OPERATOR-ALERT.

           MOVE SPACES TO WALERT-RECORD.
           MOVE ZERO TO AL-ID AL-LEVEL.
           MOVE "WERRWTCH" TO AL-OPERATOR.
           MOVE EL-REC-PROGRAM TO AL-SOURCE.
           MOVE IN-ID TO AL-INCIDENT.
           MOVE EL-REC-DETAIL TO AL-TEXT.
           MOVE "RAIS" TO WS-AL-FUNC.
           CALL "WALERT" USING WS-AL-FUNC, WALERT-RECORD, WS-AL-RETURN
               ON EXCEPTION
                   MOVE ZERO TO AL-ID
           END-CALL.
           IF AL-ID NOT = ZERO
               DISPLAY "*** ALERT....: " AL-ID
                       " -- ACKNOWLEDGE ON WALERTOP"
           END-IF.

      *    The failing program's runbook entry goes to the console,
      *    log only -- nothing here may wait on an operator between
      *    polls; the NOT RECORDED line is the morning review's cue
      *    to follow the failure up.  The program is the one named
      *    PROGRAM= in the detail when there is one (a step failure
      *    reported by its runner), else the program that logged the
      *    error.  WISPRUN has already shown the runbook for its own
      *    step failures, so those are not shown a second time.
       SHOW-RUNBOOK-ENTRY.

           IF EL-REC-PROGRAM = "WISPRUN"
                   AND EL-REC-PARAGRAPH = "HANDLE-STEP-FAILURE"
               GO TO SHOW-RUNBOOK-ENTRY-EXIT
           END-IF.
           MOVE EL-REC-PROGRAM (1:8) TO WS-RB-PROGRAM.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 65
               IF EL-REC-DETAIL (WS-SCAN-POS:8) = "PROGRAM="
                   MOVE SPACES TO WS-RB-PROGRAM
                   UNSTRING EL-REC-DETAIL (WS-SCAN-POS + 8:)
                       DELIMITED BY SPACE
                       INTO WS-RB-PROGRAM
                   END-UNSTRING
                   MOVE 99 TO WS-SCAN-POS
               END-IF
           END-PERFORM.
           CALL "WRUNBOOK" USING WS-RB-PROGRAM, "WERRWATCH   ",
               EL-REC-DETAIL, "L"
               ON EXCEPTION CONTINUE
           END-CALL.

       SHOW-RUNBOOK-ENTRY-EXIT.
           EXIT.

       STOP-RUN.

           STOP RUN.
