      *        WJRNBACK run-id vol lib file
      *
      *    -- it collects that run's before-images for the triple
      *    from WJOURNAL.DAT (written by the WJRNL service; the
      *    after-images there are WROLLFWD's and are passed over) and
      *    reapplies them in reverse order: each image replaces the
      *    live record with the same leading key (the KEYLEN the
      *    journal rule declared), or is re-added when the step
                       SET WS-JOURNAL-EOF TO TRUE
                   NOT AT END
                       IF JR-REC-RUN = WS-RUN-ID
                               AND JR-REC-FUNC NOT = "AFT"
                               AND JR-REC-VOL = WS-ARG-VOL
                               AND JR-REC-LIB = WS-ARG-LIB
                               AND JR-REC-FILE = WS-ARG-FILE
