      ******************************************************************
      * WMEDIA - one line of the offsite media register WMEDIA.DAT.
      *          Each line ties one labelled media volume to one
      *          WBACKUP set -- the set is the catalog's DATE and TIME
      *          stamp, shared by every WBAKCAT.DAT line the run
      *          wrote -- and follows the volume to the vault and
      *          back.  A volume reused for a later set gets a new
      *          line; the old one stays as the record that the
      *          earlier set was offsite, which is what the month-end
      *          check in WMEDRPT reads.
      *
      *          Maintained only through the WMEDREG service
      *          (wisplib/wmedreg.cob):
      *
      *              CALL "WMEDREG" USING FUNC, WMEDIA-RECORD, RET
      *
      *          Readers COPY this record under their own FD for
      *          WMEDIA.DAT (line sequential).
      ******************************************************************

       01  WMEDIA-RECORD.
           05  MD-LABEL               PIC X(8).
           05  FILLER                 PIC X.
           05  MD-SET-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  MD-SET-TIME            PIC 9(8).
           05  FILLER                 PIC X.
      *        F = full set, I = incremental, as cataloged.
           05  MD-SET-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  MD-STATUS              PIC X.
               88  MD-ASSIGNED                  VALUE "A".
               88  MD-IN-VAULT                  VALUE "V".
               88  MD-RETURNED                  VALUE "R".
           05  FILLER                 PIC X.
           05  MD-ASSIGN-DATE         PIC 9(8).
           05  FILLER                 PIC X.
           05  MD-DISPATCH-DATE       PIC 9(8).
           05  FILLER                 PIC X.
      *        When the vault is to send the volume back.
           05  MD-DUE-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  MD-RETURN-DATE         PIC 9(8).
           05  FILLER                 PIC X.
      *        The set is kept until this date; after it the volume
      *        may be recalled and reused.
           05  MD-RETAIN-DATE         PIC 9(8).
           05  FILLER                 PIC X.
           05  MD-OPERATOR            PIC X(8).
