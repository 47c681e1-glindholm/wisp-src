      ******************************************************************
      * WLAYOUT - one data file's record layout, from the site layout
      *           dictionary WLAYOUT.DAT.  Every tool that looked
      *           inside a data file used to see raw bytes; the
      *           dictionary gives each field of a VOL/LIB/FILE its
      *           name, position, length, and type, so a record can be
      *           shown -- and compared, selected, and checked -- field
      *           by field.
      *
      *           The caller moves the triple into LAY-VOL, LAY-LIB
      *           and LAY-FILE and calls the WLAYOUT service
      *           (wisplib/wlayout.cob):
      *
      *               CALL "WLAYOUT" USING WISP-RECORD-LAYOUT
      *
      *           which fills the field table; LAY-FIELD-COUNT of zero
      *           means the dictionary has no entry for the triple and
      *           the caller keeps its raw rendition.  One field is
      *           decoded out of a record with the WLAYFMT entry point:
      *
      *               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
      *                   FIELD-NUMBER, RECORD-AREA, WISP-FIELD-VALUE
      *
      *           FIELD-NUMBER is a PIC 9(4) COMP subscript into the
      *           table and RECORD-AREA a PIC X(2048) record image.
      *           FV-TEXT is the printable rendition (packed and binary
      *           decoded, dates as YYYY-MM-DD); FV-NUMBER carries the
      *           value of a numeric field (a valid date as YYYYMMDD).
      *
      *           LAY-FLD-TYPE:  D = display (character or zoned)
      *                          P = packed decimal
      *                          B = binary (big-endian, signed)
      *                          T = date, YYYYMMDD or YYMMDD display
      *           A display field is numeric when its dictionary line
      *           gives a decimal count; packed, binary and date fields
      *           always are.
      *
      *           LAY-FLD-PERSONAL marks a field that holds personal
      *           data about a customer or employee -- what WPDSEARCH
      *           looks through for a data subject, and masks when
      *           the subject's records are anonymized:
      *                          N = name
      *                          A = address
      *                          T = tax ID
      *                          B = bank account
      *                          space = not personal data
      ******************************************************************

       01  WISP-RECORD-LAYOUT.
           05  LAY-VOL                PIC X(6).
           05  LAY-LIB                PIC X(8).
           05  LAY-FILE               PIC X(8).
           05  LAY-FIELD-COUNT        PIC 9(4)  COMP.
           05  LAY-FIELD              OCCURS 100 TIMES.
               10  LAY-FLD-NAME       PIC X(16).
               10  LAY-FLD-OFFSET     PIC 9(4)  COMP.
               10  LAY-FLD-LENGTH     PIC 9(4)  COMP.
               10  LAY-FLD-TYPE       PIC X.
                   88  LAY-FLD-DISPLAY            VALUE "D".
                   88  LAY-FLD-PACKED             VALUE "P".
                   88  LAY-FLD-BINARY             VALUE "B".
                   88  LAY-FLD-DATE               VALUE "T".
               10  LAY-FLD-DECIMALS   PIC 9.
               10  LAY-FLD-NUMERIC-SW PIC X.
                   88  LAY-FLD-IS-NUMERIC         VALUE "Y".
               10  LAY-FLD-PERSONAL   PIC X.
                   88  LAY-FLD-PD-NAME            VALUE "N".
                   88  LAY-FLD-PD-ADDRESS         VALUE "A".
                   88  LAY-FLD-PD-TAX-ID          VALUE "T".
                   88  LAY-FLD-PD-BANK            VALUE "B".
                   88  LAY-FLD-IS-PERSONAL        VALUE "N" "A"
                                                        "T" "B".

       01  WISP-FIELD-VALUE.
           05  FV-TEXT                PIC X(40).
           05  FV-NUMBER              PIC S9(14)V9(4) COMP-3.
           05  FV-STATE               PIC X.
               88  FV-EMPTY                       VALUE "E".
               88  FV-CHARACTER                   VALUE "A".
               88  FV-NUMERIC                     VALUE "N".
               88  FV-INVALID                     VALUE "X".
