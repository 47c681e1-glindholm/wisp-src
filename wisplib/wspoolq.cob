      *           MANAGER (WSPOOLMGR) RELEASES READY ENTRIES TO THE   *
      *           CONFIGURED DESTINATIONS; THE OPERATOR SCREEN        *
      *           (WSPOOLOP) LISTS, HOLDS, RELEASES, AND REPRINTS.    *
      *                                                                *
      *           A FORM CODE FLAGGED NEGOTIABLE (WISPCFG KEY         *
      *           NEGOTIABLE-<form> = "Y", CHEQUES AND PAYMENT        *
      *           STOCK) QUEUES IN STATUS N INSTEAD: THE OPERATOR     *
      *           MUST CONFIRM THE SERIALS LOADED (WSPOOLOP C) BEFORE *
      *           THE ENTRY GOES READY.  SEE WNEGSTK.CPY.             *
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WSQ-TIMESTAMP.
           05  WSQ-STAMP-DATE        PIC 9(8).
           05  WSQ-STAMP-TIME        PIC 9(8).
       01  WSQ-CFG-KEY               PIC X(20).
       01  WSQ-CFG-VALUE             PIC X(80).

       LINKAGE SECTION.

           END-IF.
           MOVE SPACES TO WSPOOLQ-RECORD.
           MOVE "R" TO WSQ-REC-STATUS.
           MOVE SPACES TO WSQ-CFG-KEY.
           STRING "NEGOTIABLE-"            DELIMITED BY SIZE
                  WSQ-FORM-CODE            DELIMITED BY SPACE
                  INTO WSQ-CFG-KEY
           END-STRING.
           CALL "WISPCFG" USING WSQ-CFG-KEY, WSQ-CFG-VALUE.
           IF WSQ-CFG-VALUE(1:1) = "Y"
               MOVE "N" TO WSQ-REC-STATUS
           END-IF.
           MOVE WSQ-NEXT-ENTRY TO WSQ-REC-ENTRY.
           MOVE WSQ-REPORT-NAME TO WSQ-REC-REPORT.
           MOVE WSQ-FORM-CODE TO WSQ-REC-FORM.
