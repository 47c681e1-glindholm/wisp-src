      ******************************************************************
      * WCODETAB - one row of a named code table in WCODETAB.DAT.
      *            Pick lists and interface VALUES lists that used to
      *            live in hand-edited text files are kept here
      *            instead, each code with its own effective dates,
      *            so a new code can be loaded ahead of the day it
      *            starts and an old one retired on the day it ends.
      *
      *            A row is in effect on a date when it is active,
      *            its FROM date is on or before the date (zero is
      *            "always"), and its TO date is on or after it (zero
      *            is "until further notice").  The same code may
      *            appear in a table more than once so long as the
      *            rows' date ranges do not overlap.
      *
      *            Rows are maintained on WCODEMNT, which writes every
      *            change to CHGAUDX under VOL CODES, LIB WCODETAB and
      *            the table name as FILE.  Programs ask whether a code
      *            is in effect through the WCODETAB call; the same
      *            layout is its parameter block.
      *
      *            Readers COPY this record into working storage over
      *            a PIC X(98) line of WCODETAB.DAT (line sequential).
      ******************************************************************

       01  WCODETAB-RECORD.
           05  CT-TABLE               PIC X(8).
           05  FILLER                 PIC X.
           05  CT-CODE                PIC X(8).
           05  FILLER                 PIC X.
           05  CT-FROM                PIC 9(8).
           05  FILLER                 PIC X.
           05  CT-TO                  PIC 9(8).
           05  FILLER                 PIC X.
           05  CT-ACTIVE              PIC X.
               88  CT-IS-ACTIVE                 VALUE "Y".
           05  FILLER                 PIC X.
           05  CT-DESC                PIC X(60).
