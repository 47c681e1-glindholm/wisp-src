      ******************************************************************
      * WDOCISS - one line of WDOCNUM.LOG, the journal of document
      *           numbers handed out and voided by the WDOCNUM
      *           service.  WDOCGAP reads it back to find numbers in
      *           a range that were neither issued nor voided, and
      *           any issued twice.
      *
      *           A number is only unique within its series and
      *           period -- a series that resets yearly or monthly
      *           hands out its low number again in the next period.
      *
      *           Written through WLOGWRT (144 bytes; the session's
      *           entity and environment tags follow).  Readers COPY
      *           this record into working storage over the line.
      ******************************************************************

       01  WDOCISS-RECORD.
           05  DI-SERIES              PIC X(8).
           05  FILLER                 PIC X.
           05  DI-PERIOD              PIC 9(6).
           05  FILLER                 PIC X.
           05  DI-NUMBER              PIC 9(10).
           05  FILLER                 PIC X.
           05  DI-DOC-NUMBER          PIC X(16).
           05  FILLER                 PIC X.
           05  DI-EVENT               PIC X.
               88  DI-ISSUED                    VALUE "I".
               88  DI-VOIDED                    VALUE "V".
           05  FILLER                 PIC X.
           05  DI-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  DI-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  DI-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  DI-RUN-ID              PIC X(20).
           05  FILLER                 PIC X.
           05  DI-PROGRAM             PIC X(8).
           05  FILLER                 PIC X.
           05  DI-REASON              PIC X(40).
