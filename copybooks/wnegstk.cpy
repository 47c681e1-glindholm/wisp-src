      ******************************************************************
      * WNEGSTK - one line of WNEGSTK.DAT, the ledger of pre-printed
      *           negotiable stock (cheque and payment forms).  A form
      *           code is negotiable when the site configuration key
      *           NEGOTIABLE-<form> is "Y"; its print jobs queue in
      *           status N and wait for the operator to confirm the
      *           serials loaded before WSPOOLMGR will release them.
      *
      *           NS-EVENT   R  stock received        (WSPOOLOP S)
      *                      U  serials used by a job (WSPOOLOP C)
      *                      V  used serials spoiled by a reprint --
      *                         the job's earlier U range, voided
      *                         with the operator's reason (WSPOOLOP P)
      *
      *           Serials on hand for a form are R less U; a V only
      *           re-classes serials already counted as used.  WSTKREC
      *           reads the ledger back for the daily reconciliation.
      *
      *           Written through WLOGWRT (133 bytes; the session's
      *           entity and environment tags follow).  Readers COPY
      *           this record into working storage over the line.
      ******************************************************************

       01  WNEGSTK-RECORD.
           05  NS-FORM                PIC X(4).
           05  FILLER                 PIC X.
           05  NS-EVENT               PIC X.
               88  NS-RECEIVED                  VALUE "R".
               88  NS-USED                      VALUE "U".
               88  NS-VOIDED                    VALUE "V".
           05  FILLER                 PIC X.
           05  NS-ENTRY               PIC 9(6).
           05  FILLER                 PIC X.
           05  NS-FIRST               PIC 9(8).
           05  FILLER                 PIC X.
           05  NS-LAST                PIC 9(8).
           05  FILLER                 PIC X.
           05  NS-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  NS-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  NS-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  NS-RUN-ID              PIC X(20).
           05  FILLER                 PIC X.
           05  NS-REPORT              PIC X(12).
           05  FILLER                 PIC X.
           05  NS-REASON              PIC X(40).
