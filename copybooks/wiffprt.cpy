      ******************************************************************
      * WIFFPRT - one line of WIFFPRT.DAT, the fingerprint history of
      *           inbound interface files.  WVALGATE fingerprints
      *           every file it is given -- record count, amount hash
      *           (the rules' TYPE A fields summed) and a WCHKSUM
      *           checksum of the whole content -- and appends a line
      *           per interface per file:
      *
      *             FP-STATUS  A  accepted clean; a later file with
      *                           the same fingerprint within the
      *                           look-back is a duplicate
      *                        V  validation rejected records --
      *                           nothing was consumed
      *                        R  refused as a duplicate
      *                        O  the operator allowed the refused
      *                           fingerprint as a genuine resend
      *                           (WINTFOP function R); the next
      *                           WVALGATE of it is accepted once
      *
      *           FP-MATCH-DATE and FP-MATCH-TIME name the earlier
      *           file an R line duplicated; FP-OPERATOR is who gave
      *           an O line.
      ******************************************************************

       01  WIFFPRT-RECORD.
           05  FP-NAME                PIC X(12).
           05  FILLER                 PIC X.
           05  FP-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  FP-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  FP-STATUS              PIC X.
               88  FP-ACCEPTED                  VALUE "A".
               88  FP-REJECTED                  VALUE "V".
               88  FP-REFUSED                   VALUE "R".
               88  FP-OVERRIDDEN                VALUE "O".
           05  FILLER                 PIC X.
           05  FP-COUNT               PIC 9(9).
           05  FILLER                 PIC X.
           05  FP-HASH                PIC 9(15).
           05  FILLER                 PIC X.
           05  FP-CHECKSUM            PIC 9(9).
           05  FILLER                 PIC X.
           05  FP-MATCH-DATE          PIC 9(8).
           05  FILLER                 PIC X.
           05  FP-MATCH-TIME          PIC 9(8).
           05  FILLER                 PIC X.
           05  FP-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  FP-PATH                PIC X(60).
