      ******************************************************************
      * WFORMMST - one forms-master line of WFORMS.DAT, and the
      *            parameter block of the WFORMMST service.
      *
      *            WFORMS.DAT is site-maintained, one line per form
      *            code; lines starting with "*" are comments:
      *
      *              FORM(4) sp DESC(30) sp LENGTH(3) sp WIDTH(3) sp
      *              STOCK(12) sp CLASS(8) sp ALIGN(1)
      *
      *            LENGTH is the lines per page, WIDTH the printable
      *            columns, STOCK the paper loaded for it (PLAIN,
      *            2-PART CARB, CHEQUE ...), CLASS the printer class
      *            it needs.  ALIGN "Y" asks for an alignment test
      *            before every run, not only when the form is
      *            mounted.
      *
      *            The FM-DEST and FM-MOUNT- fields after the master
      *            line carry the destination asked about and the
      *            form it has mounted (WFORMMNT.DAT).
      ******************************************************************

       01  WFORMMST-RECORD.
           05  FM-FORM                PIC X(4).
           05  FILLER                 PIC X.
           05  FM-DESC                PIC X(30).
           05  FILLER                 PIC X.
           05  FM-PAGE-LENGTH         PIC 9(3).
           05  FILLER                 PIC X.
           05  FM-WIDTH               PIC 9(3).
           05  FILLER                 PIC X.
           05  FM-STOCK               PIC X(12).
           05  FILLER                 PIC X.
           05  FM-CLASS               PIC X(8).
           05  FILLER                 PIC X.
           05  FM-ALIGN               PIC X.
               88  FM-ALIGN-EVERY-RUN           VALUE "Y".
           05  FILLER                 PIC X.
           05  FM-DEST                PIC X(80).
           05  FILLER                 PIC X.
           05  FM-MOUNT-FORM          PIC X(4).
           05  FILLER                 PIC X.
           05  FM-MOUNT-DATE          PIC 9(8).
           05  FILLER                 PIC X.
           05  FM-MOUNT-TIME          PIC 9(8).
           05  FILLER                 PIC X.
           05  FM-MOUNT-OPERATOR      PIC X(8).
