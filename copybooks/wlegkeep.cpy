      ******************************************************************
      * WLEGKEEP - one line of WLEGKEEP.LOG, what a legal hold kept.
      *          WPURGE, WLOGROTE, WSCRATCH and the media register
      *          would have archived, deleted or overwritten these
      *          but for a hold in WLEGHOLD.DAT; each such decision is
      *          appended here (through the WLEGHOLD service, "KEP")
      *          so WLEGRPT can show what every hold is protecting:
      *
      *            LK-DATE/TIME  when -- the business date and the
      *                          wall-clock time
      *            LK-PROGRAM    the program that kept it
      *            LK-MATTER     the matter whose hold kept it
      *            LK-WHAT       the VOL(6) sp LIB(8) sp FILE(8)
      *                          triple, the log stem, or the backup
      *                          set's DATE(8) sp TIME(8)
      *            LK-COUNT      how many records (1 for a whole file
      *                          or a set)
      *            LK-RUN        the run ID, WISPRUNID
      *
      *          Leads with its date like the rest of the log family.
      *          Readers COPY this record over a PIC X(94) line.
      ******************************************************************

       01  WLEGKEEP-RECORD.
           05  LK-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  LK-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  LK-PROGRAM             PIC X(8).
           05  FILLER                 PIC X.
           05  LK-MATTER              PIC X(12).
           05  FILLER                 PIC X.
           05  LK-WHAT                PIC X(24).
           05  FILLER                 PIC X.
           05  LK-COUNT               PIC 9(8).
           05  FILLER                 PIC X.
           05  LK-RUN                 PIC X(20).
