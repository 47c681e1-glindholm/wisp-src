      ******************************************************************
      * WCHKOUT - one record check-out in WCHKOUT.DAT.  A maintenance
      *           program claims the record it has read for update --
      *           its VOL/LIB/FILE triple and record key -- through
      *           the WCHKOUT service before the operator may change
      *           it, and gives the claim back when the record is
      *           rewritten or the screen is abandoned.  Each claim
      *           also holds a WENQ lock named CO-LOCK-NAME, so a
      *           claim a dead session left behind lists in WENQOP
      *           and is released there like any other lock.
      *
      *           The same layout is the WCHKOUT call's parameter
      *           block: the caller fills the triple and the key, and
      *           the service returns the claim -- for a record some
      *           other session has, who has it and since when.
      *
      *           Readers COPY this record into working storage over
      *           a PIC X(158) line of WCHKOUT.DAT (line sequential).
      ******************************************************************

       01  WCHKOUT-RECORD.
      *        "CHKOUT" and an eight-digit claim number -- the WENQ
      *        lock the claim holds.
           05  CO-LOCK-NAME           PIC X(20).
           05  FILLER                 PIC X.
           05  CO-VOL                 PIC X(6).
           05  FILLER                 PIC X.
           05  CO-LIB                 PIC X(8).
           05  FILLER                 PIC X.
           05  CO-FILE                PIC X(8).
           05  FILLER                 PIC X.
      *        The record's key as the maintenance program shows it.
           05  CO-RECKEY              PIC X(32).
           05  FILLER                 PIC X.
      *        The holder: WISPOPERID, WISPSESSID, WISPTERMID and
      *        WISPRUNID of the session that claimed the record.
           05  CO-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  CO-SESSION             PIC X(14).
           05  FILLER                 PIC X.
           05  CO-TERM-ID             PIC X(16).
           05  FILLER                 PIC X.
           05  CO-RUN-ID              PIC X(20).
           05  FILLER                 PIC X.
           05  CO-OUT-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  CO-OUT-TIME            PIC 9(8).
