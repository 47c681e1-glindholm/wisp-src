      ******************************************************************
      * WPENDCHG - one maker/checker item in the pending-change queue,
      *            WPENDCHG.DAT.  A maintenance program whose file is
      *            designated for second-person approval (WISPCFG
      *            MAKERCHK1-9) hands the change to the WPENDCHG
      *            service instead of writing it; the item waits here
      *            until a checker other than the maker approves it
      *            (WPENDOP applies it, journaled and audited) or
      *            rejects it with a reason.  Decided items stay on
      *            the file as the record of who approved what.
      *
      *            The same layout is the WPENDCHG call's parameter
      *            block: the caller fills the fields its function
      *            needs and the service fills the rest.
      *
      *            Readers COPY this record into working storage over
      *            a PIC X(1189) line of WPENDCHG.DAT (line sequential).
      ******************************************************************

       01  WPENDCHG-RECORD.
      *        Assigned by the service, one up from the highest on
      *        file.
           05  PC-ITEM-ID             PIC 9(8).
           05  FILLER                 PIC X.
           05  PC-STATUS              PIC X.
               88  PC-PENDING                   VALUE "P".
               88  PC-APPROVED                  VALUE "A".
               88  PC-REJECTED                  VALUE "R".
           05  FILLER                 PIC X.
           05  PC-VOL                 PIC X(6).
           05  FILLER                 PIC X.
           05  PC-LIB                 PIC X(8).
           05  FILLER                 PIC X.
           05  PC-FILE                PIC X(8).
           05  FILLER                 PIC X.
      *        The record's key as the maker's program shows it --
      *        what the checker reads to know which record it is.
           05  PC-RECKEY              PIC X(32).
           05  FILLER                 PIC X.
           05  PC-MAKER               PIC X(8).
           05  FILLER                 PIC X.
           05  PC-MADE-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  PC-MADE-TIME           PIC 9(8).
           05  FILLER                 PIC X.
           05  PC-CHECKER             PIC X(8).
           05  FILLER                 PIC X.
           05  PC-DONE-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  PC-DONE-TIME           PIC 9(8).
           05  FILLER                 PIC X.
      *        The checker's reason -- required to reject, optional
      *        to approve.
           05  PC-REASON              PIC X(40).
           05  FILLER                 PIC X.
      *        The leading 512 bytes of the record before and after
      *        the change, the same span WJRNL journals.  A BEFORE of
      *        spaces is a new record.
           05  PC-BEFORE              PIC X(512).
           05  FILLER                 PIC X.
           05  PC-AFTER               PIC X(512).
