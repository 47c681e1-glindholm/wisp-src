      ******************************************************************
      * WINCID - one line of WINCIDNT.DAT, the incident log.  An
      *          incident is the story of one production problem --
      *          the events and runs involved, who has it, what was
      *          done, and why it happened -- told as lines that are
      *          only ever appended (through WINCLOG), never
      *          rewritten:
      *
      *            IN-TYPE  H  opened: where from (a CRITICAL
      *                        WERRWATCH alert or by hand), the
      *                        program, and a title
      *                     S  state: status, assignee and root-cause
      *                        category as of this line -- the
      *                        incident's latest S line is its current
      *                        state, earlier ones its history
      *                     L  a WISPERR.LOG event or a run ID linked
      *                        to the incident
      *                     A  an action taken, in the operator's words
      *
      *          IN-DATE, IN-TIME and IN-OPERATOR say when and by whom
      *          each line was written.  IN-RESTORED-DATE and -TIME on
      *          an S line are when the incident first left OPEN --
      *          service restored -- carried forward on later lines,
      *          so time to restore is read from the latest S line.
      *          IN-CATEGORY is a code of WCODETAB table INCCAT.
      ******************************************************************

       01  WINCID-RECORD.
           05  IN-ID                  PIC 9(6).
           05  FILLER                 PIC X.
           05  IN-TYPE                PIC X.
               88  IN-OPENED                    VALUE "H".
               88  IN-STATE                     VALUE "S".
               88  IN-LINK                      VALUE "L".
               88  IN-ACTION                    VALUE "A".
           05  FILLER                 PIC X.
           05  IN-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  IN-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  IN-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  IN-BODY                PIC X(120).
           05  IN-OPEN-BODY REDEFINES IN-BODY.
               10  IN-SOURCE          PIC X.
                   88  IN-FROM-ALERT            VALUE "A".
                   88  IN-BY-HAND               VALUE "M".
               10  FILLER             PIC X.
               10  IN-PROGRAM         PIC X(12).
               10  FILLER             PIC X.
               10  IN-TITLE           PIC X(80).
               10  FILLER             PIC X(25).
           05  IN-STATE-BODY REDEFINES IN-BODY.
               10  IN-STATUS          PIC X.
                   88  IN-STATUS-OPEN           VALUE "O".
                   88  IN-STATUS-RESTORED       VALUE "R".
                   88  IN-STATUS-CLOSED         VALUE "C".
               10  FILLER             PIC X.
               10  IN-ASSIGNEE        PIC X(8).
               10  FILLER             PIC X.
               10  IN-CATEGORY        PIC X(8).
               10  FILLER             PIC X.
               10  IN-RESTORED-DATE   PIC 9(8).
               10  FILLER             PIC X.
               10  IN-RESTORED-TIME   PIC 9(8).
               10  FILLER             PIC X(83).
           05  IN-LINK-BODY REDEFINES IN-BODY.
               10  IN-LINK-KIND       PIC X.
                   88  IN-LINK-EVENT            VALUE "E".
                   88  IN-LINK-RUN              VALUE "R".
               10  FILLER             PIC X.
               10  IN-LINK-RUN-ID     PIC X(20).
               10  FILLER             PIC X.
               10  IN-LINK-EVENT-DATE PIC 9(8).
               10  FILLER             PIC X.
               10  IN-LINK-EVENT-TIME PIC 9(8).
               10  FILLER             PIC X.
               10  IN-LINK-PROGRAM    PIC X(12).
               10  FILLER             PIC X.
               10  IN-LINK-DETAIL     PIC X(60).
               10  FILLER             PIC X(6).
           05  IN-ACTION-BODY REDEFINES IN-BODY.
               10  IN-ACTION-TEXT     PIC X(80).
               10  FILLER             PIC X(40).
