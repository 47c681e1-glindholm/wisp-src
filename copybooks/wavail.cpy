      ******************************************************************
      * WAVAIL - the system availability state, as kept by the WAVAIL
      *          service (wisplib/wavail.cob) in WAVAIL.DAT:
      *
      *              CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
      *              CALL "WAVAIL" USING "SET", WISP-AVAILABILITY
      *              CALL "WAVAIL" USING "REL", WISP-AVAILABILITY
      *
      *          ONLINE      - normal running; nothing is held.
      *          BATCH-ONLY  - menu update items are refused; batch
      *                        streams run as usual.
      *          QUIESCE     - new update-mode opens wait in
      *                        W@OPENFILE until the state is lifted,
      *                        and menu update items are refused.
      *                        WBACKUP sets it for the length of a
      *                        backup set.
      *          MAINTENANCE - as QUIESCE, set by hand for work that
      *                        needs the files still.
      *
      *          For SET the caller fills AV-STATE and AV-REASON; the
      *          service stamps who, when and under which run, and
      *          keeps the state it replaced in AV-PRIOR-STATE.  REL
      *          puts the prior state back.  AV-RETURN is 0 on
      *          success, 1 for an unknown state or function, 2 when
      *          WAVAIL.DAT could not be written.
      ******************************************************************

       01  WISP-AVAILABILITY.
           05  AV-STATE               PIC X(12).
               88  AV-ONLINE                    VALUE "ONLINE".
               88  AV-BATCH-ONLY                VALUE "BATCH-ONLY".
               88  AV-QUIESCE                   VALUE "QUIESCE".
               88  AV-MAINTENANCE               VALUE "MAINTENANCE".
               88  AV-VALID-STATE               VALUE "ONLINE"
                                                      "BATCH-ONLY"
                                                      "QUIESCE"
                                                      "MAINTENANCE".
               88  AV-UPDATES-HELD              VALUE "QUIESCE"
                                                      "MAINTENANCE".
           05  AV-SET-DATE            PIC 9(8).
           05  AV-SET-TIME            PIC 9(8).
           05  AV-SET-BY              PIC X(8).
           05  AV-SET-RUN             PIC X(20).
           05  AV-PRIOR-STATE         PIC X(12).
           05  AV-REASON              PIC X(40).
           05  AV-RETURN              PIC 9.
