      ******************************************************************
      * WMILSTAT - one line of WMILESTAT.DAT, WMILEMON's latest
      *          judgement of each milestone.  The file is rewritten
      *          whole on every pass, so it always holds the one pass
      *          and the operations board can read it between passes:
      *
      *            MS-STATE      MET, MISSED, RUNNING or NOT STARTED
      *            MS-PROJECTED  the completion time, actual for a
      *                          milestone that has stopped, projected
      *                          from the WRUNTIME average otherwise
      *            MS-RISK       R  projected past the deadline
      *                          M  missed
      *                          space when on time
      *            MS-DATE/TIME  when the pass was made
      ******************************************************************

       01  WMILESTAT-LINE.
           05  MS-NAME                PIC X(12).
           05  FILLER                 PIC X.
           05  MS-PROGRAM             PIC X(8).
           05  FILLER                 PIC X.
           05  MS-DEADLINE            PIC X(5).
           05  FILLER                 PIC X.
           05  MS-STATE               PIC X(12).
           05  FILLER                 PIC X.
           05  MS-PROJECTED           PIC X(8).
           05  FILLER                 PIC X.
           05  MS-RISK                PIC X.
               88  MS-AT-RISK                   VALUE "R".
               88  MS-MISSED                    VALUE "M".
           05  FILLER                 PIC X.
           05  MS-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  MS-TIME                PIC 9(8).
