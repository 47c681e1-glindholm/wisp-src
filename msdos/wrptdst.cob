      *          sp PATH(120)), which is what the WRPTINQ inquiry
      *          screen searches;
      *        - routes copies per the recipient table WRPTDST.DAT,
      *          one route per line, REPORT(12) sp DEST(80) sp
      *          FORMAT(3).  A DEST beginning "Q:" queues the report
      *          with the WSPOOL print queue under the form code after
      *          the colon; anything else is a destination directory
      *          receiving <report>.<date> -- or, with FORMAT "PDF",
      *          the paginated PDF rendition <report>.<date>.PDF
      *          (WPDFREND) for a recipient reading it in a viewer.
      *          The retained copy is always the original text, so
      *          WRPTINQ's viewer and requeue are unaffected.
      *
      *    A listed report missing from the working directory is
      *    reported and skipped -- its step probably failed upstream.
      *    A PDF that cannot be rendered is reported, the text copy
      *    is delivered in its place, and the run ends RC 4.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
           05  RD-REC-REPORT          PIC X(12).
           05  FILLER                 PIC X.
           05  RD-REC-DEST            PIC X(80).
           05  FILLER                 PIC X.
           05  RD-REC-FORMAT          PIC X(3).
               88  RD-REC-PDF                   VALUE "PDF".
       FD  WS-PROBE-FILE.
       01  WS-PROBE-RECORD            PIC X(80).

       01  WS-ROUTE-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ9.

      *    PDF rendition for FORMAT "PDF" routes.
       01  WS-PDF-FROM-PATH           PIC X(120).
       01  WS-PDF-TO-PATH             PIC X(120).
       01  WS-PDF-RETURN              PIC 9.
       01  WS-PDF-FAILED-SWITCH       PIC X     VALUE "N".
           88  WS-PDF-FAILED                    VALUE "Y".

      *    WSPOOLQ registration for Q: destinations.
       01  WS-SPOOL-REPORT            PIC X(12).
       01  WS-SPOOL-FORM              PIC X(4).
           MOVE WS-ROUTE-COUNT TO WS-COUNT-DISP.
           DISPLAY "WRPTDST: " WS-COUNT-DISP " ROUTE(S) DELIVERED.".

           IF WS-PDF-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

       READ-NEXT-ROUTE.
                      WS-BUSINESS-DATE  DELIMITED BY SIZE
                      INTO WS-TO-PATH
               END-STRING
               MOVE 9 TO WS-PDF-RETURN
               IF RD-REC-PDF
                   PERFORM DELIVER-PDF-RENDITION
               END-IF
               IF WS-PDF-RETURN NOT = ZERO
                   CALL "CBL_COPY_FILE" USING WS-FROM-PATH, WS-TO-PATH
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-IF
           END-IF.
           ADD 1 TO WS-ROUTE-COUNT.

       DISTRIBUTE-ONE-ROUTE-EXIT.
           EXIT.

      ******************************************************************
      * THE ROUTE ASKED FOR PDF -- <report>.<date>.PDF IN PLACE OF THE
      * TEXT COPY.  A FAILED RENDITION LEAVES WS-PDF-RETURN NON-ZERO
      * AND THE TEXT COPY GOES INSTEAD.
      ******************************************************************

       DELIVER-PDF-RENDITION.

           MOVE SPACES TO WS-PDF-FROM-PATH WS-PDF-TO-PATH.
           MOVE WS-FROM-PATH TO WS-PDF-FROM-PATH.
           STRING WS-TO-PATH            DELIMITED BY SPACE
                  ".PDF"                DELIMITED BY SIZE
                  INTO WS-PDF-TO-PATH
           END-STRING.
           CALL "WPDFREND" USING WS-PDF-FROM-PATH, WS-PDF-TO-PATH,
               WS-PDF-RETURN
               ON EXCEPTION
                   MOVE 2 TO WS-PDF-RETURN
           END-CALL.
           IF WS-PDF-RETURN NOT = ZERO
               DISPLAY "WRPTDST: PDF OF " RD-REC-REPORT
                       " NOT RENDERED (" WS-PDF-RETURN
                       ") -- TEXT COPY SENT."
               SET WS-PDF-FAILED TO TRUE
           END-IF.

       STOP-RUN.

           STOP RUN.
