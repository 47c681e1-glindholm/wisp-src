      *   through the matching CHGAUDX records (written by the
      *   WCHGAUD service) through WMFNDISPLAY -- operator, run,
      *   originating program, and the before and after images.
      *   When the site layout dictionary (WLAYOUT.DAT, through the
      *   WLAYOUT service) describes the changed file, only the named
      *   fields whose values differ between the two images are
      *   listed, before and after, decoded -- the raw images are
      *   shown only for a file the dictionary does not describe.
      *
      *   Blank criteria match everything; the record key matches on
      *   the leading characters entered, same convention as
       01  WISP-MATCH-COUNT          PIC 9(6) COMP-5 VALUE ZERO.
       01  WISP-COUNT-DISP           PIC ZZZ,ZZ9.

      *    Field-by-field comparison through the layout dictionary.
           COPY "wlayout.cpy".
       01  WISP-LAYOUT-FIELD-NUM     PIC 9(4)  COMP.
       01  WISP-FIELD-END            PIC 9(4)  COMP.
       01  WISP-CHANGED-FIELDS       PIC 9(4)  COMP.
       01  WISP-BEFORE-AREA          PIC X(2048).
       01  WISP-AFTER-AREA           PIC X(2048).
       01  WISP-BEFORE-TEXT          PIC X(40).

      *    Output page assembly for WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WCHGINQ".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
                   IF WISP-RECORD-MATCHES
                       ADD 1 TO WISP-MATCH-COUNT
                       PERFORM 2300-FORMAT-RECORD
                           THRU 2300-FORMAT-RECORD-EXIT
                   END-IF
                   PERFORM 2100-READ-AUDIT-RECORD
               END-IF
           END-STRING.
           PERFORM 2500-QUEUE-DISPLAY-LINE.

           MOVE CA-REC-VOL TO LAY-VOL.
           MOVE CA-REC-LIB TO LAY-LIB.
           MOVE CA-REC-FILE TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT
               ON EXCEPTION MOVE ZERO TO LAY-FIELD-COUNT
           END-CALL.
           MOVE ZERO TO WISP-CHANGED-FIELDS.
           IF LAY-FIELD-COUNT > ZERO
               PERFORM 2400-LIST-CHANGED-FIELDS
           END-IF.
           IF WISP-CHANGED-FIELDS > ZERO
               GO TO 2300-FORMAT-RECORD-EXIT
           END-IF.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "  BEF=" CA-REC-BEFORE (1:72)
                  DELIMITED BY SIZE
           END-STRING.
           PERFORM 2500-QUEUE-DISPLAY-LINE.

       2300-FORMAT-RECORD-EXIT.
           EXIT.

      **** EVERY DICTIONARY FIELD INSIDE THE 256 BYTES THE AUDIT
      **** KEEPS WHOSE BEFORE AND AFTER VALUES DIFFER -- NAME, OLD
      **** VALUE, NEW VALUE
       2400-LIST-CHANGED-FIELDS.

           MOVE SPACES TO WISP-BEFORE-AREA WISP-AFTER-AREA.
           MOVE CA-REC-BEFORE TO WISP-BEFORE-AREA (1:256).
           MOVE CA-REC-AFTER TO WISP-AFTER-AREA (1:256).
           PERFORM VARYING WISP-LAYOUT-FIELD-NUM FROM 1 BY 1
                   UNTIL WISP-LAYOUT-FIELD-NUM > LAY-FIELD-COUNT
               COMPUTE WISP-FIELD-END =
                   LAY-FLD-OFFSET (WISP-LAYOUT-FIELD-NUM)
                   + LAY-FLD-LENGTH (WISP-LAYOUT-FIELD-NUM) - 1
               IF WISP-FIELD-END NOT > 256
                   IF WISP-BEFORE-AREA
                       (LAY-FLD-OFFSET (WISP-LAYOUT-FIELD-NUM):
                        LAY-FLD-LENGTH (WISP-LAYOUT-FIELD-NUM))
                           NOT = WISP-AFTER-AREA
                       (LAY-FLD-OFFSET (WISP-LAYOUT-FIELD-NUM):
                        LAY-FLD-LENGTH (WISP-LAYOUT-FIELD-NUM))
                       PERFORM 2410-SHOW-CHANGED-FIELD
                   END-IF
               END-IF
           END-PERFORM.

       2410-SHOW-CHANGED-FIELD.

           ADD 1 TO WISP-CHANGED-FIELDS.
           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
               WISP-LAYOUT-FIELD-NUM, WISP-BEFORE-AREA,
               WISP-FIELD-VALUE.
           MOVE FV-TEXT TO WISP-BEFORE-TEXT.
           CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
               WISP-LAYOUT-FIELD-NUM, WISP-AFTER-AREA,
               WISP-FIELD-VALUE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "  CHG " LAY-FLD-NAME (WISP-LAYOUT-FIELD-NUM)
                  " " WISP-BEFORE-TEXT (1:26)
                  " > " FV-TEXT (1:26)
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 2500-QUEUE-DISPLAY-LINE.

      **** COLLECT LINES 15 AT A TIME AND HAND EACH FULL PAGE TO
      **** WMFNDISPLAY
       2500-QUEUE-DISPLAY-LINE.
