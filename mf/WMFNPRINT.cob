      *   Output is a carriage-control print file (column 1: "1" page
      *   eject, " " single space) with a page header carrying the
      *   application name, date/time, and page number.  Lines per
      *   page comes from the forms master (WFORMS.DAT, through
      *   WFORMMST) for the form named by the WISPCFG key PRINTFORM,
      *   else from the key PRINTLINES (default 60), and the file
      *   name from PRINTFILE (default WISPPRNT.LST); the
      *   file is extended, never truncated, so one job's reports
      *   accumulate into one spoolable file.  Page state is held
      *   across calls within the run; a change of application name
       01  WISP-CFG-VALUE             PIC X(80).
       01  WISP-CFG-NUMBER            PIC 9(5).

       COPY "wformmst.cpy".
       01  WISP-FORM-RETURN           PIC 9.

      *    Held across calls -- one print state per run.
       01  WISP-PRINT-INIT-SWITCH     PIC X     VALUE "N".
           88  WISP-PRINT-INITED                VALUE "Y".
               MOVE WISP-CFG-NUMBER TO WISP-PRINT-LINES-PER-PAGE
           END-IF.

      *    The form's own page length overrides PRINTLINES.
           MOVE "PRINTFORM" TO WISP-CFG-KEY.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE.
           IF WISP-CFG-VALUE NOT = SPACES
               MOVE SPACES TO WFORMMST-RECORD
               MOVE WISP-CFG-VALUE (1:4) TO FM-FORM
               CALL "WFORMMST" USING "GET", WFORMMST-RECORD,
                   WISP-FORM-RETURN
                   ON EXCEPTION
                       MOVE 1 TO WISP-FORM-RETURN
               END-CALL
               IF WISP-FORM-RETURN = ZERO
                       AND FM-PAGE-LENGTH > 2
                   MOVE FM-PAGE-LENGTH TO WISP-PRINT-LINES-PER-PAGE
               END-IF
           END-IF.

           MOVE "PRINTFILE" TO WISP-CFG-KEY.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE.
           IF WISP-CFG-VALUE NOT = SPACES
