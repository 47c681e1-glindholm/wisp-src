      ******************************************************************
      * WRECITM - one line of a WRECON reconciliation output:
      *           <rec>.MAT (matched items), <rec>.UNL and <rec>.UNR
      *           (unmatched left and right items), and <rec>.OPN, the
      *           open items carried forward to the next run.
      *
      *           RI-SIDE is L or R, the file the item came from; the
      *           first line of <rec>.OPN is an H line whose
      *           RI-FIRST-DATE is the business date of the run that
      *           wrote it.  RI-GROUP ties the items of one match
      *           together (zero when unmatched); RI-FIRST-DATE is
      *           the business date the item was first seen and
      *           RI-AGE its age in days on this run.  RI-RECORD is
      *           the item's record exactly as it was read.
      ******************************************************************

       01  WRECITM-RECORD.
           05  RI-SIDE                PIC X.
               88  RI-HEADER                    VALUE "H".
           05  FILLER                 PIC X.
           05  RI-GROUP               PIC 9(6).
           05  FILLER                 PIC X.
           05  RI-FIRST-DATE          PIC 9(8).
           05  FILLER                 PIC X.
           05  RI-AGE                 PIC 9(5).
           05  FILLER                 PIC X.
           05  RI-RECORD              PIC X(2048).
