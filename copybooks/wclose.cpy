      ******************************************************************
      * WCLOSE - one period's month-end close checklist, as the
      *          WCLOSTSK service hands it back.  The tasks come from
      *          the template WCLOSTPL.DAT -- month tasks every
      *          period, quarter tasks at a quarter end, year tasks at
      *          the year end -- and where each stands comes from the
      *          task log WCLOSTSK.DAT.
      *
      *            CK-PERIOD        YYYYMM; spaces = the WBATDATE
      *                             business date's period
      *            CK-TYPE          M month, Q quarter, Y year task
      *            CK-KIND          M manual: the owner marks it done
      *                               on WCLOSEOP with a note
      *                             A automated: completed when the
      *                               WISPRUN step CK-STEP-STREAM /
      *                               CK-STEP-PROGRAM ends with a zero
      *                               return code
      *            CK-REQUIRED      Y the period may not close
      *                               (WPERCLOS) while the task is open
      *            CK-DUE-DATE      the due day of the month after the
      *                             period, as a date
      *            CK-AFTER         the tasks that must be done first
      *            CK-STATE         D done, O open
      *            CK-LATE          Y open and past CK-DUE-DATE
      *            CK-BLOCKED       Y open and waiting on a CK-AFTER
      *                               task that is not done
      *
      *          CK-REQ-... carry a request to WCLOSTSK: the task and
      *          note for a sign-off or a reopen, the stream and
      *          program of a step that has just ended well.
      ******************************************************************

       01  WCLOSE-CHECKLIST.
           05  CK-PERIOD              PIC X(6).
           05  CK-REQ-TASK            PIC X(8).
           05  CK-REQ-NOTE            PIC X(50).
           05  CK-REQ-STREAM          PIC X(8).
           05  CK-REQ-PROGRAM         PIC X(8).
           05  CK-REQ-OPERATOR        PIC X(8).
           05  CK-BUSINESS-DATE       PIC 9(8).
           05  CK-TASK-COUNT          PIC 9(4)  COMP.
           05  CK-DONE-COUNT          PIC 9(4)  COMP.
           05  CK-OPEN-COUNT          PIC 9(4)  COMP.
           05  CK-OPEN-REQUIRED       PIC 9(4)  COMP.
           05  CK-LATE-COUNT          PIC 9(4)  COMP.
           05  CK-BLOCKED-COUNT       PIC 9(4)  COMP.
           05  CK-TASK-ENTRY          OCCURS 80 TIMES.
               10  CK-TYPE            PIC X.
               10  CK-TASK-ID         PIC X(8).
               10  CK-DESC            PIC X(40).
               10  CK-OWNER           PIC X(8).
               10  CK-DUE-DAY         PIC 99.
               10  CK-DUE-DATE        PIC 9(8).
               10  CK-KIND            PIC X.
                   88  CK-MANUAL                VALUE "M".
                   88  CK-AUTOMATED             VALUE "A".
               10  CK-REQUIRED        PIC X.
               10  CK-STEP-STREAM     PIC X(8).
               10  CK-STEP-PROGRAM    PIC X(8).
               10  CK-AFTER           PIC X(8)  OCCURS 6 TIMES.
               10  CK-STATE           PIC X.
                   88  CK-DONE                  VALUE "D".
                   88  CK-OPEN                  VALUE "O".
               10  CK-DONE-DATE       PIC 9(8).
               10  CK-DONE-TIME       PIC 9(8).
               10  CK-DONE-BY         PIC X(8).
               10  CK-DONE-RUN        PIC X(20).
               10  CK-NOTE            PIC X(50).
               10  CK-LATE            PIC X.
               10  CK-BLOCKED         PIC X.
