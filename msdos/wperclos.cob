      *    through the WPERIOD service, and the close itself goes on
      *    the audit trail.
      *
      *    Nor does it close while the period's close checklist
      *    (WCLOSTSK, template WCLOSTPL.DAT) has a required task open
      *    -- the open tasks are listed and RETURN-CODE is 8.  A task
      *    tied to this step is not counted; the close completes it.
      *    A site with no checklist template closes as before.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
       01  WS-OPERATOR-ENV            PIC X(40).
       01  WS-ERRLOG-DETAIL           PIC X(80).

       01  WS-CLOSE-FUNC              PIC X(4)  VALUE "LIST".
       01  WS-CLOSE-RETURN            PIC 9.
       01  WS-TASK-X                  PIC 9(4)  COMP.
       01  WS-COUNT-DISP              PIC ZZZ9.
       COPY "wclose.cpy".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
               MOVE WS-BUSINESS-DATE (1:6) TO WS-CLOSE-PERIOD
           END-IF.

      *    Nor does a month whose close checklist is not finished.
           PERFORM CHECK-CLOSE-CHECKLIST
               THRU CHECK-CLOSE-CHECKLIST-EXIT.
           IF CK-OPEN-REQUIRED > ZERO
               MOVE CK-OPEN-REQUIRED TO WS-COUNT-DISP
               DISPLAY "WPERCLOS: " WS-COUNT-DISP " REQUIRED CLOSE "
                       "TASK(S) OPEN -- PERIOD " WS-CLOSE-PERIOD
                       " NOT CLOSED."
               MOVE SPACES TO WS-ERRLOG-DETAIL
               STRING "CLOSE REFUSED PERIOD=" WS-CLOSE-PERIOD
                      " OPEN REQUIRED TASKS=" WS-COUNT-DISP
                      DELIMITED BY SIZE
                      INTO WS-ERRLOG-DETAIL
               END-STRING
               CALL "WISPERRLOG" USING "WPERCLOS", "START-WPERCLOS",
                   WS-ERRLOG-DETAIL
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

      *    A month that does not balance stays open.
           PERFORM CHECK-CONTROL-TOTALS
               THRU CHECK-CONTROL-TOTALS-EXIT.
       CHECK-CONTROL-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * THE PERIOD'S CLOSE CHECKLIST -- EVERY REQUIRED TASK STILL
      * OPEN IS NAMED ON THE CONSOLE.
      ******************************************************************

       CHECK-CLOSE-CHECKLIST.

           MOVE SPACES TO WCLOSE-CHECKLIST.
           MOVE ZERO TO CK-TASK-COUNT CK-OPEN-REQUIRED.
           MOVE WS-CLOSE-PERIOD TO CK-PERIOD.
           CALL "WCLOSTSK" USING WS-CLOSE-FUNC, WCLOSE-CHECKLIST,
               WS-CLOSE-RETURN
               ON EXCEPTION
                   MOVE ZERO TO CK-TASK-COUNT CK-OPEN-REQUIRED
           END-CALL.
           IF CK-OPEN-REQUIRED = ZERO
               GO TO CHECK-CLOSE-CHECKLIST-EXIT
           END-IF.
           PERFORM VARYING WS-TASK-X FROM 1 BY 1
                   UNTIL WS-TASK-X > CK-TASK-COUNT
               IF CK-OPEN (WS-TASK-X)
                       AND CK-REQUIRED (WS-TASK-X) = "Y"
                       AND CK-STEP-PROGRAM (WS-TASK-X) NOT = "WPERCLOS"
                   DISPLAY "WPERCLOS: OPEN " CK-TASK-ID (WS-TASK-X)
                           " " CK-OWNER (WS-TASK-X)
                           " " CK-DESC (WS-TASK-X)
               END-IF
           END-PERFORM.

       CHECK-CLOSE-CHECKLIST-EXIT.
           EXIT.

       STOP-RUN.

           STOP RUN.
