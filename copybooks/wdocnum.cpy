      ******************************************************************
      * WDOCNUM - one named document-number series in WDOCNUM.DAT.
      *           Invoice, credit-note, batch and cheque numbers come
      *           from here instead of from a control record kept by
      *           each program, so a crash can leave a gap (which the
      *           WDOCGAP report will show) but never a duplicate.
      *
      *           A series hands out DN-LOW through DN-HIGH, one at a
      *           time, under a WENQ claim.  DN-CURRENT is the last
      *           number issued in DN-PERIOD (zero: none yet).  The
      *           reset rule starts the series over at DN-LOW in a
      *           new period:
      *               N  never            (DN-PERIOD stays 000000)
      *               Y  each year        (DN-PERIOD is YYYY00)
      *               M  each month       (DN-PERIOD is YYYYMM)
      *           by the WBATDATE business date.
      *
      *           The same layout is the WDOCNUM call's parameter
      *           block: the caller fills DN-SERIES and DN-PROGRAM
      *           (and DN-NUMBER and DN-REASON to void one) and the
      *           service returns the series with the number.  Every
      *           issue and void is journalled in WDOCNUM.LOG (copy-
      *           book wdociss).  Series are defined on WNUMMNT.
      *
      *           Readers COPY this record into working storage over
      *           a PIC X(176) line of WDOCNUM.DAT (line sequential).
      ******************************************************************

       01  WDOCNUM-RECORD.
           05  DN-SERIES              PIC X(8).
           05  FILLER                 PIC X.
      *        Printed ahead of the number, e.g. "INV-".
           05  DN-PREFIX              PIC X(6).
           05  FILLER                 PIC X.
           05  DN-CURRENT             PIC 9(10).
           05  FILLER                 PIC X.
           05  DN-LOW                 PIC 9(10).
           05  FILLER                 PIC X.
           05  DN-HIGH                PIC 9(10).
           05  FILLER                 PIC X.
           05  DN-RESET               PIC X.
               88  DN-RESET-NEVER               VALUE "N".
               88  DN-RESET-YEARLY              VALUE "Y".
               88  DN-RESET-MONTHLY             VALUE "M".
           05  FILLER                 PIC X.
           05  DN-PERIOD              PIC 9(6).
           05  FILLER                 PIC X.
           05  DN-DESC                PIC X(40).
           05  FILLER                 PIC X.
      *        The number just issued (or to void) and its printed
      *        form -- the prefix and the number, zero-filled to the
      *        width of DN-HIGH.  On file, the last one issued.
           05  DN-NUMBER              PIC 9(10).
           05  FILLER                 PIC X.
           05  DN-DOC-NUMBER          PIC X(16).
           05  FILLER                 PIC X.
      *        The calling program, for the journal.
           05  DN-PROGRAM             PIC X(8).
           05  FILLER                 PIC X.
      *        Why a number is voided.
           05  DN-REASON              PIC X(40).
