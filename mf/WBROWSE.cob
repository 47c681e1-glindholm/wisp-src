      *   leading columns reach it.  Strictly read-only -- the point
      *   is to look safely.
      *
      *   When the site layout dictionary (WLAYOUT.DAT, through the
      *   WLAYOUT service) describes the file, the field rendition
      *   lists each record as its named fields, packed and binary
      *   values decoded and dates edited, instead of leaving the
      *   reader to count columns.
      *
      *   Criteria screen: VOL, LIB, FILE, START KEY, RENDITION
      *   (C=character, H=character plus hex, F=character plus named
      *   fields).  Up to 200 records a pass; narrow with the start
      *   key.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WBROWSE.
       01  WISP-INDEXED-SWITCH        PIC X.
           88  WISP-FILE-IS-INDEXED             VALUE "Y".

      *    Named-field rendition through the layout dictionary.
           COPY "wlayout.cpy".
       01  WISP-LAYOUT-FIELD-NUM      PIC 9(4)  COMP.
       01  WISP-NO-LAYOUT-SWITCH      PIC X.
           88  WISP-NO-LAYOUT                   VALUE "Y".

      *    Hex rendition work -- one nibble at a time through the
      *    digit table.
       01  WISP-HEX-DIGITS            PIC X(16)
               GO TO 2000-BROWSE-CYCLE-EXIT
           END-IF.

           MOVE "N" TO WISP-NO-LAYOUT-SWITCH.
           IF WISP-BRW-RENDITION = "F"
               MOVE WISP-BRW-VOL TO LAY-VOL
               MOVE WISP-BRW-LIB TO LAY-LIB
               MOVE WISP-BRW-FILE TO LAY-FILE
               CALL "WLAYOUT" USING WISP-RECORD-LAYOUT
                   ON EXCEPTION MOVE ZERO TO LAY-FIELD-COUNT
               END-CALL
               IF LAY-FIELD-COUNT = ZERO
                   SET WISP-NO-LAYOUT TO TRUE
                   MOVE "C" TO WISP-BRW-RENDITION
               END-IF
           END-IF.

           MOVE ZERO TO WISP-KEY-LEN.
           PERFORM VARYING WISP-SCAN-POS FROM 42 BY -1
                   UNTIL WISP-SCAN-POS < 1
               TO WISP-BRW-TEXT-LINES(10).
           MOVE "  START AT KEY (OPTIONAL).:"
               TO WISP-BRW-TEXT-LINES(12).
           MOVE "  RENDITION (C/H/F).......:"
               TO WISP-BRW-TEXT-LINES(14).
           MOVE "  PRESS (ENTER) TO BROWSE, PF16 TO EXIT."
               TO WISP-BRW-TEXT-LINES(18).
           ELSE
               MOVE "BROWSE COMPLETE." TO WISP-BRW-MESSAGE
           END-IF.
           IF WISP-NO-LAYOUT
               MOVE "NO LAYOUT DICTIONARY ENTRY FOR THAT TRIPLE - CHARA
      -            "CTER RENDITION SHOWN." TO WISP-BRW-MESSAGE
           END-IF.

       3000-BROWSE-RECORDS-EXIT.
           EXIT.
               PERFORM 3300-QUEUE-DISPLAY-LINE
           END-IF.

           IF WISP-BRW-RENDITION = "F"
               PERFORM 3500-SHOW-LAYOUT-FIELDS
           END-IF.

       3300-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
           END-PERFORM.
           MOVE "'" TO WISP-HEX-LINE (WISP-HEX-POS:1).

      **** ONE LINE PER DICTIONARY FIELD -- NAME AND DECODED VALUE,
      **** WITH A FIELD THAT DOES NOT DECODE FLAGGED
       3500-SHOW-LAYOUT-FIELDS.

           PERFORM VARYING WISP-LAYOUT-FIELD-NUM FROM 1 BY 1
                   UNTIL WISP-LAYOUT-FIELD-NUM > LAY-FIELD-COUNT
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
                   WISP-LAYOUT-FIELD-NUM, WISP-RECORD-AREA,
                   WISP-FIELD-VALUE
               MOVE SPACES TO WISP-DSP-WORK-LINE
               STRING "    " LAY-FLD-NAME (WISP-LAYOUT-FIELD-NUM)
                      " " FV-TEXT
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
               IF FV-INVALID
                   MOVE "** INVALID" TO WISP-DSP-WORK-LINE (64:11)
               END-IF
               PERFORM 3300-QUEUE-DISPLAY-LINE
           END-PERFORM.

       9999-STOP.
           EXIT PROGRAM.
