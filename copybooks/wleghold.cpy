      ******************************************************************
      * WLEGHOLD - one line of WLEGHOLD.DAT, the legal hold registry.
      *          While legal has told us to preserve what we hold about
      *          a matter, nothing it covers may be altered or thrown
      *          away; the programs that alter or throw away ask the
      *          WLEGHOLD service (wisplib/wleghold.cob) first.
      *          Holds are placed and released on the WLEGMNT screen
      *          only; a released line stays as the history:
      *
      *            LH-MATTER     the matter the hold is for
      *            LH-KIND       F  a data file, LH-VOL/LIB/FILE
      *                             ("*" in any of them matches all)
      *                          L  a log family, LH-STEM -- the
      *                             WLOGROTE short name (GTPMAUD,
      *                             WISPERR, ...)
      *            LH-DATE-FROM  the records covered, by the record's
      *            LH-DATE-TO    date -- zero is no bound that side
      *            LH-KEY-FROM   and by its key -- blank is no bound;
      *            LH-KEY-TO     a bound compares over its own length,
      *                          so "C1" covers every key starting C1
      *            LH-REQUESTER  who asked for the hold
      *            LH-RELEASE    the date the hold lapses -- zero holds
      *                          until it is released
      *            LH-STATUS     A  active
      *                          R  released (LH-RELEASED-DATE/BY)
      *            LH-PLACED-DATE/BY  when and by whom it was placed
      ******************************************************************

       01  WLEGHOLD-RECORD.
           05  LH-MATTER              PIC X(12).
           05  FILLER                 PIC X.
           05  LH-KIND                PIC X.
               88  LH-FILE-HOLD                 VALUE "F".
               88  LH-LOG-HOLD                  VALUE "L".
           05  FILLER                 PIC X.
           05  LH-TRIPLE.
               10  LH-VOL             PIC X(6).
               10  FILLER             PIC X.
               10  LH-LIB             PIC X(8).
               10  FILLER             PIC X.
               10  LH-FILE            PIC X(8).
           05  LH-STEM REDEFINES LH-TRIPLE
                                      PIC X(24).
           05  FILLER                 PIC X.
           05  LH-DATE-FROM           PIC 9(8).
           05  FILLER                 PIC X.
           05  LH-DATE-TO             PIC 9(8).
           05  FILLER                 PIC X.
           05  LH-KEY-FROM            PIC X(20).
           05  FILLER                 PIC X.
           05  LH-KEY-TO              PIC X(20).
           05  FILLER                 PIC X.
           05  LH-REQUESTER           PIC X(16).
           05  FILLER                 PIC X.
           05  LH-RELEASE             PIC 9(8).
           05  FILLER                 PIC X.
           05  LH-STATUS              PIC X.
               88  LH-ACTIVE                    VALUE "A".
               88  LH-RELEASED                  VALUE "R".
           05  FILLER                 PIC X.
           05  LH-PLACED-DATE         PIC 9(8).
           05  FILLER                 PIC X.
           05  LH-PLACED-BY           PIC X(8).
           05  FILLER                 PIC X.
           05  LH-RELEASED-DATE       PIC 9(8).
           05  FILLER                 PIC X.
           05  LH-RELEASED-BY         PIC X(8).
