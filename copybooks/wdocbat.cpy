      ******************************************************************
      * WDOCBAT - one keyed document batch in WDOCBAT.DAT.  The clerk
      *           opens a batch with the document count and amount
      *           total off the adding-machine tape; every document
      *           keyed on a batch screen (a WGPSCRN.DAT definition
      *           carrying "BATCH nn") is added to the clerk's open
      *           batch by WMFNGETPARM; closing compares what was
      *           keyed against the header.  A batch that balances is
      *           released to posting, its totals registered through
      *           WCTLTOT; one that does not is held for correction.
      *
      *           The same layout is the WDOCBAT call's parameter
      *           block: the caller fills the fields its function
      *           needs and the service returns the batch.
      *
      *           Readers COPY this record into working storage over
      *           a PIC X(179) line of WDOCBAT.DAT (line sequential).
      ******************************************************************

       01  WDOCBAT-RECORD.
      *        Assigned by the service, one up from the highest on
      *        file.
           05  DB-BATCH-ID            PIC 9(8).
           05  FILLER                 PIC X.
           05  DB-STATUS              PIC X.
               88  DB-OPEN                      VALUE "O".
               88  DB-HELD                      VALUE "H".
               88  DB-BALANCED                  VALUE "B".
               88  DB-POSTED                    VALUE "P".
           05  FILLER                 PIC X.
      *        The clerk's WISPOPERID.
           05  DB-CLERK               PIC X(8).
           05  FILLER                 PIC X.
      *        The header -- the tape's document count and total.
           05  DB-HDR-COUNT           PIC 9(5).
           05  FILLER                 PIC X.
           05  DB-HDR-AMOUNT          PIC 9(13)V99.
           05  FILLER                 PIC X.
      *        What has been keyed into the batch so far.
           05  DB-KEY-COUNT           PIC 9(5).
           05  FILLER                 PIC X.
           05  DB-KEY-AMOUNT          PIC 9(13)V99.
           05  FILLER                 PIC X.
           05  DB-OPEN-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  DB-OPEN-TIME           PIC 9(8).
           05  FILLER                 PIC X.
      *        The last close -- the one that balanced, or the one
      *        that held it.
           05  DB-CLOSE-DATE          PIC 9(8).
           05  FILLER                 PIC X.
           05  DB-CLOSE-TIME          PIC 9(8).
           05  FILLER                 PIC X.
           05  DB-POST-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  DB-POST-TIME           PIC 9(8).
           05  FILLER                 PIC X.
      *        The WISPRUNID of the posting run that took it.
           05  DB-POST-RUN            PIC X(20).
           05  FILLER                 PIC X.
      *        The batch's WCTLTOT identity -- VOL "DOCBAT", LIB
      *        "BATCHES", FILE the batch number -- registered when it
      *        balances and verified by the posting step.
           05  DB-VOL                 PIC X(6).
           05  FILLER                 PIC X.
           05  DB-LIB                 PIC X(8).
           05  FILLER                 PIC X.
           05  DB-FILE                PIC X(8).
           05  FILLER                 PIC X.
      *        The one document being added ("DOC") or taken back
      *        ("DEL"); on file, the last one keyed.
           05  DB-DOC-AMOUNT          PIC 9(13)V99.
