      ******************************************************************
      * WPGMCAT - one line of the application program catalog
      *           WPGMCAT.DAT.  One line per production program: who
      *           owns it, the business area it serves, what it does,
      *           how critical it is, and what an operator must know
      *           to restart it after a failure.  A program being
      *           retired is not deleted -- its status goes to R, then
      *           D once it is gone, so the catalog still answers for
      *           it afterwards.
      *
      *           Maintained through the WPGMMNT screen; WPGMREC
      *           reconciles it against what WISPRUN.LOG and MFLNKTRC
      *           show was actually run.
      *
      *           Readers COPY this record under their own FD for
      *           WPGMCAT.DAT (line sequential), or into working
      *           storage over a PIC X(205) record.
      ******************************************************************

       01  WPGMCAT-RECORD.
           05  PC-PROGRAM             PIC X(8).
           05  FILLER                 PIC X.
           05  PC-OWNER               PIC X(20).
           05  FILLER                 PIC X.
           05  PC-AREA                PIC X(12).
           05  FILLER                 PIC X.
      *        C = critical, H = high, M = medium, L = low.
           05  PC-CRITICALITY         PIC X.
               88  PC-CRIT-CRITICAL             VALUE "C".
               88  PC-CRIT-HIGH                 VALUE "H".
               88  PC-CRIT-MEDIUM               VALUE "M".
               88  PC-CRIT-LOW                  VALUE "L".
               88  PC-CRIT-VALID                VALUE "C" "H" "M" "L".
           05  FILLER                 PIC X.
           05  PC-STATUS              PIC X.
               88  PC-ACTIVE                    VALUE "A".
               88  PC-RETIRING                  VALUE "R".
               88  PC-DECOMMISSIONED            VALUE "D".
               88  PC-STATUS-VALID              VALUE "A" "R" "D".
           05  FILLER                 PIC X.
      *        Last maintained, and by which operator.
           05  PC-UPD-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  PC-UPD-BY              PIC X(8).
           05  FILLER                 PIC X.
           05  PC-DESCRIPTION         PIC X(60).
           05  FILLER                 PIC X.
           05  PC-RESTART-NOTES       PIC X(79).
