      ******************************************************************
      * WPOSTREG - one line of WPOSTREG.DAT, the posting register.
      *          A posting is one program posting one business date
      *          for one entity (and, where the program posts in
      *          batches, one batch) -- PR-PROGRAM, PR-BUS-DATE,
      *          PR-ENTITY and PR-BATCH are its key.  Lines are only
      *          ever appended (through WPOSTREG), never rewritten, and
      *          the last line for a key says where the posting stands:
      *
      *            PR-TYPE  B  begun: the program declared the posting
      *                        at start.  A B with nothing after it is
      *                        a run that did not finish -- rerunning
      *                        it is allowed
      *                     C  completed, with the program's WCSETRES
      *                        result block: status, the two counts
      *                        and the amount.  A second B for the key
      *                        is refused from here on
      *                     V  reversed: an authorised operator
      *                        recorded that the completed posting was
      *                        backed out (PR-TEXT says why), so the
      *                        key may be posted again
      *
      *          PR-DATE and PR-TIME are the wall clock of the line;
      *          PR-RUN-ID and PR-OPERATOR say which run and who.
      *          Readers COPY this record over a PIC X(188) line.
      ******************************************************************

       01  WPOSTREG-RECORD.
           05  PR-TYPE                PIC X.
               88  PR-BEGUN                     VALUE "B".
               88  PR-COMPLETED                 VALUE "C".
               88  PR-REVERSED                  VALUE "V".
           05  FILLER                 PIC X.
           05  PR-KEY.
               10  PR-PROGRAM         PIC X(8).
               10  FILLER             PIC X.
               10  PR-BUS-DATE        PIC 9(8).
               10  FILLER             PIC X.
               10  PR-ENTITY          PIC X(4).
               10  FILLER             PIC X.
               10  PR-BATCH           PIC X(10).
           05  FILLER                 PIC X.
           05  PR-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  PR-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  PR-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  PR-RUN-ID              PIC X(20).
           05  FILLER                 PIC X.
           05  PR-RES-STATUS          PIC 9(4).
           05  FILLER                 PIC X.
           05  PR-COUNT-1             PIC S9(9)
                                      SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X.
           05  PR-COUNT-2             PIC S9(9)
                                      SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X.
           05  PR-AMOUNT              PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X.
           05  PR-TEXT                PIC X(60).
