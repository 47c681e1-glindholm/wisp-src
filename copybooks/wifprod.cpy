      ******************************************************************
      * WIFPROD - one line of WIFPROD.DAT, the record that an
      *           outbound interface file was produced.  WIFBUILD
      *           appends a line for every finished file; WINTFOP
      *           reads it to show the interface as PRODUCED for the
      *           business date and to verify the file against its
      *           detail count rather than its record count.
      *
      *           IP-SEQ is the counterparty file sequence number the
      *           file was built with, IP-COUNT and IP-HASH the detail
      *           record count and amount hash total registered with
      *           WCTLTOT, IP-HEADERS and IP-TRAILERS the control
      *           records around the details.
      ******************************************************************

       01  WIFPROD-RECORD.
           05  IP-NAME                PIC X(12).
           05  FILLER                 PIC X.
           05  IP-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  IP-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  IP-PARTNER             PIC X(20).
           05  FILLER                 PIC X.
           05  IP-SEQ                 PIC 9(6).
           05  FILLER                 PIC X.
           05  IP-COUNT               PIC 9(9).
           05  FILLER                 PIC X.
           05  IP-HASH                PIC 9(15).
           05  FILLER                 PIC X.
           05  IP-HEADERS             PIC 9(2).
           05  FILLER                 PIC X.
           05  IP-TRAILERS            PIC 9(2).
           05  FILLER                 PIC X.
           05  IP-AMOUNT-POS          PIC 9(4).
           05  FILLER                 PIC X.
           05  IP-AMOUNT-LEN          PIC 9(2).
           05  FILLER                 PIC X.
           05  IP-RUN                 PIC X(20).
           05  FILLER                 PIC X.
           05  IP-PATH                PIC X(80).
