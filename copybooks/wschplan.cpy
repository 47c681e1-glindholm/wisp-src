      ******************************************************************
      * WSCHPLAN - one line of the daily submit plan, WSCHPLAN.DAT.
      *          WSCHPLAN writes a line (through WLOGWRT, append-only)
      *          for every standing schedule it puts in the submit
      *          queue; WSCHRPT reads them back for plan versus actual.
      *          Readers COPY this record over a PIC X(89) line.
      *
      *            SP-PLAN-DATE     the day the plan is for
      *            SP-ENTRY         the WSUBMITQ.DAT entry number
      *            SP-ACTION        Q queued by the plan
      *                             A already in the queue (the same
      *                               stream, date and time), so left
      *                               as it was and adopted
      ******************************************************************

       01  WSCHPLAN-RECORD.
           05  SP-PLAN-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  SP-SCHED-ID            PIC X(8).
           05  FILLER                 PIC X.
           05  SP-STREAM              PIC X(8).
           05  FILLER                 PIC X.
           05  SP-TIME                PIC 9(4).
           05  FILLER                 PIC X.
           05  SP-ENTRY               PIC 9(6).
           05  FILLER                 PIC X.
           05  SP-ACTION              PIC X.
               88  SP-QUEUED                    VALUE "Q".
               88  SP-ADOPTED                   VALUE "A".
           05  FILLER                 PIC X.
           05  SP-BUILT-DATE          PIC 9(8).
           05  FILLER                 PIC X.
           05  SP-BUILT-TIME          PIC 9(8).
           05  FILLER                 PIC X.
           05  SP-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  SP-RUN                 PIC X(20).
