      ******************************************************************
      * WRUNBK - one program's entry in the operator runbook,
      *          WRUNBOOK.DAT.  When a step fails at 02:00 the
      *          questions are always the same -- is a rerun safe,
      *          what has to be checked first, how is it restarted,
      *          and who gets the call -- and the answers used to be
      *          in a binder.  WRUNBOOK shows the failing program's
      *          entry on the screen when WISPRUN or WERRWATCH
      *          reports the failure.
      *
      *            RB-RERUN-SAFE  Y  the step can simply be rerun
      *                           N  it cannot -- follow RB-RESTART
      *            RB-SEVERITY    how hard to escalate: CRITICAL
      *                           (call the owner now), HIGH, MEDIUM
      *                           or LOW (leave it for the day shift)
      *            RB-OWNER       who to call, and the number
      *            RB-PREREQ      the checks to make before a restart
      *            RB-RESTART     the restart instructions
      *
      *          RB-UPDATED and RB-UPDATED-BY say when the entry was
      *          last maintained on WRUNBMNT and by whom.  One line
      *          per program (line sequential); readers COPY this
      *          record over a PIC X(445) line.
      ******************************************************************

       01  WRUNBK-RECORD.
           05  RB-PROGRAM             PIC X(8).
           05  FILLER                 PIC X.
           05  RB-RERUN-SAFE          PIC X.
               88  RB-RERUN-IS-SAFE             VALUE "Y".
           05  FILLER                 PIC X.
           05  RB-SEVERITY            PIC X(8).
               88  RB-SEVERITY-VALID            VALUE "CRITICAL"
                                                      "HIGH"
                                                      "MEDIUM"
                                                      "LOW".
           05  FILLER                 PIC X.
           05  RB-OWNER               PIC X(30).
           05  FILLER                 PIC X.
           05  RB-UPDATED             PIC 9(8).
           05  FILLER                 PIC X.
           05  RB-UPDATED-BY          PIC X(8).
           05  FILLER                 PIC X.
           05  RB-PREREQ              PIC X(150).
           05  RB-PREREQ-LINES REDEFINES RB-PREREQ.
               10  RB-PREREQ-LINE     PIC X(75) OCCURS 2 TIMES.
           05  FILLER                 PIC X.
           05  RB-RESTART             PIC X(225).
           05  RB-RESTART-LINES REDEFINES RB-RESTART.
               10  RB-RESTART-LINE    PIC X(75) OCCURS 3 TIMES.
