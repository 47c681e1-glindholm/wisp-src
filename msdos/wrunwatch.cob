      *    alone.  Each stalled START is alerted once per WRUNWATCH
      *    session, not once per pass.
      *
      *    The alert also goes on the operator alert log WALERTS.DAT
      *    (through WALERT) and waits there for an acknowledgement on
      *    WALERTOP; WESCALATE pages the on-call roster meanwhile.
      *    WERRWATCH's echo of the same event joins this alert
      *    instead of starting a second one.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
       01  WS-AVG-DISP                PIC ZZZ,ZZZ,ZZ9.
       01  WS-ERRLOG-DETAIL           PIC X(80).

       01  WS-AL-FUNC                 PIC X(4).
       01  WS-AL-RETURN               PIC 9.
       COPY "walert.cpy".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
                   WS-OPN-TIME (WS-OPN-X) (1:6).
           DISPLAY "*** ELAPSED..: " WS-ELAPSED-DISP " SECONDS".
           DISPLAY "*** TYPICAL..: " WS-AVG-DISP " SECONDS".
           PERFORM LOG-OPERATOR-ALERT.
           DISPLAY "********************************************"
                   "********************".
           DISPLAY " ".

      *    The alert goes on the operator alert log, and its
      *    escalation clock starts.
       LOG-OPERATOR-ALERT.

           MOVE SPACES TO WALERT-RECORD.
           MOVE ZERO TO AL-ID AL-LEVEL AL-INCIDENT.
           MOVE "WRUNWTCH" TO AL-OPERATOR.
           MOVE "WRUNWATCH" TO AL-SOURCE.
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
