      *    SPOOLDEST.  An entry whose form has no destination at all
      *    is left READY and reported, not lost.
      *
      *    Entries for a negotiable form (cheques, payment stock) are
      *    queued in status N and are not touched here until the
      *    operator has confirmed the serials loaded through WSPOOLOP;
      *    the pass reports how many are still waiting.
      *
      *    A form code described in the forms master (WFORMS.DAT,
      *    through WFORMMST) is only released to a destination that
      *    has that form mounted.  An entry whose form is not mounted
      *    there is held in status F and the operator is prompted to
      *    change forms; WSPOOLOP M records the mount, runs the
      *    alignment test, and puts the held entries back to READY.
      *    A form marked ALIGN "Y" needs that alignment before every
      *    run: an entry queued after the form's last mount is held
      *    even though the form is still in the printer.  Held
      *    entries are looked at again on every pass.  Form codes
      *    outside the master are released as before.
      *
      *    Delivered copies are named <report>.<entry>.C<n> in the
      *    destination directory, so a reprint never overwrites what
      *    an earlier run delivered.
      *
      *    A form code whose WISPCFG key SPOOLPDF-<form> is "Y" is
      *    delivered electronically: its destination is a directory
      *    someone reads in a viewer, not a printer, so there is no
      *    forms mount to check and the entry goes once as the PDF
      *    rendition <report>.<entry>.PDF (WPDFREND).  This is how a
      *    WBURST piece -- queued under its break value as form code
      *    -- reaches a branch as PDF.  If the rendition fails the
      *    text copies are delivered instead and the run ends RC 4.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).

       COPY "wformmst.cpy".
       01  WS-FORM-RETURN             PIC 9.
       01  WS-FORMS-HELD-COUNT        PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ENTRY-STAMP             PIC 9(16).
       01  WS-MOUNT-STAMP             PIC 9(16).

      *    Form and destination pairs already prompted this pass.
       01  WS-PROMPT-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PROMPT-TABLE.
           05  WS-PROMPT-ENTRY  OCCURS 50 TIMES
                                INDEXED BY WS-PROMPT-X.
               10  WS-PROMPT-FORM     PIC X(4).
               10  WS-PROMPT-DEST     PIC X(80).
       01  WS-PROMPT-FOUND-SWITCH     PIC X.
           88  WS-PROMPT-FOUND                  VALUE "Y".

      *    The whole queue, loaded for the release pass and the
      *    rewrite.
       01  WS-QUEUE-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.

       01  WS-PASS-PRIORITY           PIC 9.
       01  WS-RELEASE-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-AWAIT-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-COPY-NUM                PIC 99.
       01  WS-DEST-DIR                PIC X(80).
       01  WS-FROM-PATH               PIC X(90).
       01  WS-TO-PATH                 PIC X(120).
       01  WS-COUNT-DISP              PIC ZZZ9.

      *    PDF delivery for SPOOLPDF-<form> form codes.
       01  WS-PDF-SWITCH              PIC X.
           88  WS-PDF-DELIVERY                  VALUE "Y".
       01  WS-PDF-FROM-PATH           PIC X(120).
       01  WS-PDF-TO-PATH             PIC X(120).
       01  WS-PDF-RETURN              PIC 9.
       01  WS-PDF-FAILED-SWITCH       PIC X     VALUE "N".
           88  WS-PDF-FAILED                    VALUE "Y".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
           DISPLAY "WSPOOLMGR: " WS-COUNT-DISP
                   " ENTRY(S) RELEASED TO PRINT.".

           PERFORM VARYING WS-QUE-X FROM 1 BY 1
                   UNTIL WS-QUE-X > WS-QUEUE-COUNT
               IF WS-QUE-STATUS (WS-QUE-X) = "N"
                   ADD 1 TO WS-AWAIT-COUNT
               END-IF
           END-PERFORM.
           IF WS-FORMS-HELD-COUNT > ZERO
               MOVE WS-FORMS-HELD-COUNT TO WS-COUNT-DISP
               DISPLAY "WSPOOLMGR: " WS-COUNT-DISP
                       " ENTRY(S) HELD FOR A FORMS MOUNT."
           END-IF.
           IF WS-AWAIT-COUNT > ZERO
               MOVE WS-AWAIT-COUNT TO WS-COUNT-DISP
               DISPLAY "WSPOOLMGR: " WS-COUNT-DISP
                       " NEGOTIABLE ENTRY(S) AWAITING STOCK"
                       " CONFIRMATION."
           END-IF.

           IF WS-PDF-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************

           PERFORM VARYING WS-QUE-X FROM 1 BY 1
                   UNTIL WS-QUE-X > WS-QUEUE-COUNT
               IF (WS-QUE-STATUS (WS-QUE-X) = "R"
                       OR WS-QUE-STATUS (WS-QUE-X) = "F")
                       AND WS-QUE-PRIORITY (WS-QUE-X)
                           = WS-PASS-PRIORITY
                   PERFORM RELEASE-ONE-ENTRY
           END-IF.
           MOVE WS-CFG-VALUE TO WS-DEST-DIR.

           MOVE "N" TO WS-PDF-SWITCH.
           MOVE SPACES TO WS-CFG-KEY.
           STRING "SPOOLPDF-"               DELIMITED BY SIZE
                  WS-QUE-FORM (WS-QUE-X)    DELIMITED BY SIZE
                  INTO WS-CFG-KEY
           END-STRING.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           IF WS-CFG-VALUE (1:1) = "Y"
               SET WS-PDF-DELIVERY TO TRUE
           END-IF.

           IF WS-PDF-DELIVERY
               MOVE "R" TO WS-QUE-STATUS (WS-QUE-X)
           ELSE
               PERFORM CHECK-FORM-MOUNTED
                   THRU CHECK-FORM-MOUNTED-EXIT
           END-IF.
           IF WS-QUE-STATUS (WS-QUE-X) = "F"
               GO TO RELEASE-ONE-ENTRY-EXIT
           END-IF.

           MOVE WS-QUE-PATH (WS-QUE-X) TO WS-FROM-PATH.
           IF WS-PDF-DELIVERY
               PERFORM DELIVER-PDF-RENDITION
               IF WS-PDF-RETURN = ZERO
                   MOVE "P" TO WS-QUE-STATUS (WS-QUE-X)
                   ADD 1 TO WS-RELEASE-COUNT
                   GO TO RELEASE-ONE-ENTRY-EXIT
               END-IF
           END-IF.
           PERFORM VARYING WS-COPY-NUM FROM 1 BY 1
                   UNTIL WS-COPY-NUM > WS-QUE-COPIES (WS-QUE-X)
               MOVE SPACES TO WS-TO-PATH
       RELEASE-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * ONE PDF RENDITION, <report>.<entry>.PDF, IN PLACE OF THE COPIES.
      ******************************************************************

       DELIVER-PDF-RENDITION.

           MOVE SPACES TO WS-PDF-FROM-PATH WS-PDF-TO-PATH.
           MOVE WS-FROM-PATH TO WS-PDF-FROM-PATH.
           STRING WS-DEST-DIR               DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  WS-QUE-REPORT (WS-QUE-X)  DELIMITED BY SPACE
                  "."                       DELIMITED BY SIZE
                  WS-QUE-NUMBER (WS-QUE-X)  DELIMITED BY SIZE
                  ".PDF"                    DELIMITED BY SIZE
                  INTO WS-PDF-TO-PATH
           END-STRING.
           CALL "WPDFREND" USING WS-PDF-FROM-PATH, WS-PDF-TO-PATH,
               WS-PDF-RETURN
               ON EXCEPTION
                   MOVE 2 TO WS-PDF-RETURN
           END-CALL.
           IF WS-PDF-RETURN NOT = ZERO
               DISPLAY "WSPOOLMGR: PDF OF ENTRY "
                       WS-QUE-NUMBER (WS-QUE-X) " NOT RENDERED ("
                       WS-PDF-RETURN ") -- TEXT COPIES SENT."
               SET WS-PDF-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * A FORM IN THE MASTER NEEDS TO BE MOUNTED AT THE DESTINATION --
      * AND, FOR AN ALIGN "Y" FORM, MOUNTED SINCE THE ENTRY WAS QUEUED.
      * OTHERWISE THE ENTRY IS HELD IN STATUS F; IT GOES BACK TO R
      * WHEN THE CHECK PASSES.
      ******************************************************************

       CHECK-FORM-MOUNTED.

           MOVE SPACES TO WFORMMST-RECORD.
           MOVE WS-QUE-FORM (WS-QUE-X) TO FM-FORM.
           CALL "WFORMMST" USING "GET", WFORMMST-RECORD, WS-FORM-RETURN
               ON EXCEPTION
                   MOVE 1 TO WS-FORM-RETURN
           END-CALL.
           IF WS-FORM-RETURN NOT = ZERO
               MOVE "R" TO WS-QUE-STATUS (WS-QUE-X)
               GO TO CHECK-FORM-MOUNTED-EXIT
           END-IF.

           MOVE WS-DEST-DIR TO FM-DEST.
           CALL "WFORMMST" USING "MNQ", WFORMMST-RECORD, WS-FORM-RETURN.
           MOVE "R" TO WS-QUE-STATUS (WS-QUE-X).
           IF FM-MOUNT-FORM NOT = FM-FORM
               MOVE "F" TO WS-QUE-STATUS (WS-QUE-X)
           ELSE
               IF FM-ALIGN-EVERY-RUN
                   COMPUTE WS-ENTRY-STAMP =
                       WS-QUE-DATE (WS-QUE-X) * 100000000
                       + WS-QUE-TIME (WS-QUE-X)
                   COMPUTE WS-MOUNT-STAMP =
                       FM-MOUNT-DATE * 100000000 + FM-MOUNT-TIME
                   IF WS-ENTRY-STAMP > WS-MOUNT-STAMP
                       MOVE "F" TO WS-QUE-STATUS (WS-QUE-X)
                   END-IF
               END-IF
           END-IF.
           IF WS-QUE-STATUS (WS-QUE-X) = "F"
               ADD 1 TO WS-FORMS-HELD-COUNT
               PERFORM PROMPT-FORMS-CHANGE
                   THRU PROMPT-FORMS-CHANGE-EXIT
           END-IF.

       CHECK-FORM-MOUNTED-EXIT.
           EXIT.

      *    ONE PROMPT PER FORM AND DESTINATION PER PASS.
       PROMPT-FORMS-CHANGE.

           MOVE "N" TO WS-PROMPT-FOUND-SWITCH.
           PERFORM VARYING WS-PROMPT-X FROM 1 BY 1
                   UNTIL WS-PROMPT-X > WS-PROMPT-COUNT
                      OR WS-PROMPT-FOUND
               IF WS-PROMPT-FORM (WS-PROMPT-X) = FM-FORM
                       AND WS-PROMPT-DEST (WS-PROMPT-X) = FM-DEST
                   SET WS-PROMPT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PROMPT-FOUND
               GO TO PROMPT-FORMS-CHANGE-EXIT
           END-IF.
           IF WS-PROMPT-COUNT < 50
               ADD 1 TO WS-PROMPT-COUNT
               SET WS-PROMPT-X TO WS-PROMPT-COUNT
               MOVE FM-FORM TO WS-PROMPT-FORM (WS-PROMPT-X)
               MOVE FM-DEST TO WS-PROMPT-DEST (WS-PROMPT-X)
           END-IF.

           IF FM-MOUNT-FORM = FM-FORM
               DISPLAY "WSPOOLMGR: FORM " FM-FORM
                       " NEEDS AN ALIGNMENT TEST BEFORE THIS RUN AT "
                       FM-DEST
           ELSE
               DISPLAY "WSPOOLMGR: CHANGE FORMS AT " FM-DEST
               IF FM-MOUNT-FORM = SPACES
                   DISPLAY "           MOUNTED: (NOT RECORDED)"
               ELSE
                   DISPLAY "           MOUNTED: " FM-MOUNT-FORM
               END-IF
               DISPLAY "           NEEDED:  " FM-FORM " " FM-DESC
               DISPLAY "           STOCK " FM-STOCK " CLASS "
                       FM-CLASS " " FM-PAGE-LENGTH " LINES BY "
                       FM-WIDTH " COLUMNS"
           END-IF.
           DISPLAY "           MOUNT IT AND RUN WSPOOLOP FUNCTION M "
                   "FOR FORM " FM-FORM " -- ENTRIES HELD (F).".

       PROMPT-FORMS-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * REWRITE THE QUEUE WITH THE NEW STATUSES.
      ******************************************************************
