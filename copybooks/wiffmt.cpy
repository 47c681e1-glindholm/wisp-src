      ******************************************************************
      * WIFFMT - one line of WIFFMT.DAT, the outbound interface
      *          format definitions WIFBUILD builds finished files
      *          from.  Site-maintained, fixed columns; lines whose
      *          NAME starts with "*" are comments:
      *
      *            NAME(12) sp VERB(8) sp TEXT(200)
      *
      *            HEADER   template   a header record, written
      *                                before the detail records (as
      *                                many as the file needs, in
      *                                order)
      *            TRAILER  template   a trailer record, written
      *                                after them
      *            AMOUNT   pos len    the detail records' amount
      *                                columns, summed for the hash
      *                                total (no AMOUNT: hash zero)
      *            INPUT    path       the default detail file
      *
      *          NAME is the interface's name in WIFREG.DAT, whose
      *          PATH, COUNTERPART and VOL/LIB/FILE the build uses.
      *          Templates carry tokens, each replaced by a value of
      *          fixed width:
      *
      *            &DATE   business date YYYYMMDD     8
      *            &YYMMDD business date YYMMDD       6
      *            &TIME   build time HHMMSS          6
      *            &RUNID  WISPRUNID run identifier  20
      *            &NAME   interface name            12
      *            &SEQ    counterparty file sequence 6
      *            &COUNT  detail record count        9
      *            &HASH   amount hash total         15
      *
      *          A token may be followed by ":nn" (01-20) to give
      *          its width instead -- numbers keep their low-order
      *          digits, zero-filled; text is cut or space-filled.
      ******************************************************************

       01  WIFFMT-RECORD.
           05  IFF-REC-NAME           PIC X(12).
           05  FILLER                 PIC X.
           05  IFF-REC-VERB           PIC X(8).
           05  FILLER                 PIC X.
           05  IFF-REC-TEXT           PIC X(200).
