       IDENTIFICATION DIVISION.
       PROGRAM-ID. WPDFREND.
      ****************************************************************
      * WPDFREND -- PDF RENDITION OF A CARRIAGE-CONTROL REPORT.       *
      *                                                                *
      *           A BRANCH WITHOUT A LINE PRINTER OPENS WHAT WE SEND  *
      *           IT IN A VIEWER, WHERE COLUMN 1 IS JUST A CHARACTER  *
      *           AND A 132-COLUMN LINE WRAPS.  WPDFREND TURNS A      *
      *           WMFNPRINT-FORMAT REPORT (CARRIAGE CONTROL IN COLUMN *
      *           1, 132 TEXT COLUMNS AFTER IT) INTO A PAGINATED PDF: *
      *                                                                *
      *               CALL "WPDFREND" USING FROM-PATH, TO-PATH, RET   *
      *                                                                *
      *           FROM-PATH, TO-PATH  PIC X(120).                     *
      *           RET 0 = RENDERED.                                   *
      *           RET 1 = THE REPORT COULD NOT BE READ.               *
      *           RET 2 = THE PDF COULD NOT BE WRITTEN.               *
      *           RET 3 = MORE THAN 4000 PAGES -- NOTHING KEPT.       *
      *                                                                *
      *           CARRIAGE CONTROL:  "1" NEW PAGE, " " SINGLE, "0"    *
      *           DOUBLE, "-" TRIPLE SPACE, "+" OVERPRINT.  A REPORT  *
      *           WITH ANY LINE WIDER THAN 80 COLUMNS IS SET          *
      *           LANDSCAPE (8 POINT COURIER), OTHERWISE PORTRAIT (10 *
      *           POINT); EITHER WAY A PAGE HOLDS 66 LINES.  A REPORT *
      *           PAGE RUNNING PAST 66 LINES WITHOUT AN EJECT         *
      *           CONTINUES ON A NEW PDF PAGE UNDER A REPEAT OF THE   *
      *           LAST PAGE HEADER (THE "1" LINE).                    *
      *                                                                *
      *           THE REPORT ITSELF IS NOT TOUCHED.                   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPD-REPORT-FILE ASSIGN TO WPD-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPD-REPORT-STATUS.
           SELECT WPD-PDF-FILE ASSIGN TO WPD-PDF-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WPD-PDF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WPD-REPORT-FILE.
       01  WPD-REPORT-RECORD.
           05  WPD-REC-CC            PIC X.
           05  WPD-REC-TEXT          PIC X(132).
      *    The PDF goes out a byte at a time, so the cross-reference
      *    offsets are exact whatever the platform's line ending.
       FD  WPD-PDF-FILE.
       01  WPD-PDF-BYTE              PIC X.

       WORKING-STORAGE SECTION.

       01  WPD-REPORT-PATH           PIC X(120).
       01  WPD-PDF-PATH              PIC X(120).
       01  WPD-REPORT-STATUS         PIC XX.
       01  WPD-PDF-STATUS            PIC XX.
       01  WPD-EOF-SWITCH            PIC X.
           88  WPD-EOF                         VALUE "Y".
       01  WPD-LANDSCAPE-SWITCH      PIC X.
           88  WPD-LANDSCAPE                   VALUE "Y".
       01  WPD-PAGE-OPEN-SWITCH      PIC X.
           88  WPD-PAGE-OPEN                   VALUE "Y".
       01  WPD-OVERFLOW-SWITCH       PIC X.
           88  WPD-OVERFLOW                    VALUE "Y".
       01  WPD-HEADER-SWITCH         PIC X.
           88  WPD-HEADER-KNOWN                VALUE "Y".

       01  WPD-LF                    PIC X     VALUE X"0A".
       01  WPD-TEXT-LEN              PIC 9(4)  COMP.
       01  WPD-WIDEST                PIC 9(4)  COMP.
       01  WPD-ADVANCE               PIC 9(4)  COMP.
       01  WPD-PAGE-LINES            PIC 9(4)  COMP.
       01  WPD-PAGE-MAX-LINES        PIC 9(4)  COMP VALUE 66.
       01  WPD-HEADER-TEXT           PIC X(132).
       01  WPD-LINE-TEXT             PIC X(132).
       01  WPD-OVERPRINT-SWITCH      PIC X.
           88  WPD-OVERPRINT                   VALUE "Y".
       01  WPD-CHAR-X                PIC 9(4)  COMP.
       01  WPD-BYTE-X                PIC 9(8)  COMP.

      *    One page's content stream, built whole so its length is
      *    known before the object goes out.
       01  WPD-STREAM                PIC X(20000).
       01  WPD-STREAM-LEN            PIC 9(8)  COMP.
       01  WPD-STREAM-LIMIT          PIC 9(8)  COMP VALUE 19600.

      *    One line of PDF syntax being assembled.
       01  WPD-LINE                  PIC X(300).
       01  WPD-LINE-PTR              PIC 9(4)  COMP.
       01  WPD-NUM                   PIC 9(10).
       01  WPD-NUM-EDIT              PIC Z(9)9.
       01  WPD-NUM-LEAD              PIC 9(4)  COMP.

      *    Objects: 1 catalog, 2 page tree, 3 font; page n is its
      *    content stream 2n+2 and page object 2n+3.
       01  WPD-BYTES-OUT             PIC 9(10) COMP.
       01  WPD-PAGE-COUNT            PIC 9(4)  COMP.
       01  WPD-PAGE-MAX              PIC 9(4)  VALUE 4000.
       01  WPD-OBJECT-COUNT          PIC 9(4)  COMP.
       01  WPD-OBJECT-NUM            PIC 9(4)  COMP.
       01  WPD-OFFSET-TABLE.
           05  WPD-OFFSET            PIC 9(10)
                                     OCCURS 8003 TIMES
                                     INDEXED BY WPD-X.
       01  WPD-XREF-OFFSET           PIC 9(10).
       01  WPD-KID-X                 PIC 9(4)  COMP.

       LINKAGE SECTION.

       01  WPD-FROM-PATH             PIC X(120).
       01  WPD-TO-PATH               PIC X(120).
       01  WPD-RETURN                PIC 9.

       PROCEDURE DIVISION USING WPD-FROM-PATH, WPD-TO-PATH,
                                WPD-RETURN.

       MAIN-WPDFREND.

           MOVE ZERO TO WPD-RETURN.
           MOVE WPD-FROM-PATH TO WPD-REPORT-PATH.
           MOVE WPD-TO-PATH TO WPD-PDF-PATH.

           PERFORM MEASURE-THE-REPORT
               THRU MEASURE-THE-REPORT-EXIT.
           IF WPD-RETURN NOT = ZERO
               GO TO WPDFREND-EXIT
           END-IF.

           OPEN OUTPUT WPD-PDF-FILE.
           IF WPD-PDF-STATUS NOT = "00"
               MOVE 2 TO WPD-RETURN
               GO TO WPDFREND-EXIT
           END-IF.
           MOVE ZERO TO WPD-BYTES-OUT.
           MOVE ZERO TO WPD-PAGE-COUNT.
           MOVE "N" TO WPD-OVERFLOW-SWITCH.

           PERFORM WRITE-DOCUMENT-HEAD.
           PERFORM RENDER-THE-PAGES
               THRU RENDER-THE-PAGES-EXIT.
           IF NOT WPD-OVERFLOW
               PERFORM WRITE-DOCUMENT-TAIL
           END-IF.
           CLOSE WPD-PDF-FILE.

           IF WPD-OVERFLOW
               CALL "CBL_DELETE_FILE" USING WPD-PDF-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE 3 TO WPD-RETURN
           END-IF.

       WPDFREND-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * FIRST PASS -- THE WIDEST LINE DECIDES THE ORIENTATION.       *
      ****************************************************************

       MEASURE-THE-REPORT.

           MOVE "N" TO WPD-LANDSCAPE-SWITCH.
           MOVE "N" TO WPD-EOF-SWITCH.
           MOVE ZERO TO WPD-WIDEST.
           OPEN INPUT WPD-REPORT-FILE.
           IF WPD-REPORT-STATUS NOT = "00"
               MOVE 1 TO WPD-RETURN
               GO TO MEASURE-THE-REPORT-EXIT
           END-IF.
           PERFORM UNTIL WPD-EOF
               READ WPD-REPORT-FILE
                   AT END
                       SET WPD-EOF TO TRUE
                   NOT AT END
                       MOVE WPD-REC-TEXT TO WPD-LINE-TEXT
                       PERFORM FIND-TEXT-LENGTH
                       IF WPD-TEXT-LEN > WPD-WIDEST
                           MOVE WPD-TEXT-LEN TO WPD-WIDEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPD-REPORT-FILE.
           IF WPD-WIDEST > 80
               SET WPD-LANDSCAPE TO TRUE
           END-IF.

       MEASURE-THE-REPORT-EXIT.
           EXIT.

       FIND-TEXT-LENGTH.

           MOVE 132 TO WPD-TEXT-LEN.
           PERFORM UNTIL WPD-TEXT-LEN = ZERO
                      OR WPD-LINE-TEXT (WPD-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WPD-TEXT-LEN
           END-PERFORM.

      ****************************************************************
      * SECOND PASS -- EACH REPORT LINE ONTO THE CURRENT PAGE.       *
      ****************************************************************

       RENDER-THE-PAGES.

           MOVE "N" TO WPD-EOF-SWITCH.
           MOVE "N" TO WPD-PAGE-OPEN-SWITCH.
           MOVE "N" TO WPD-HEADER-SWITCH.
           OPEN INPUT WPD-REPORT-FILE.
           IF WPD-REPORT-STATUS NOT = "00"
               MOVE 1 TO WPD-RETURN
               GO TO RENDER-THE-PAGES-EXIT
           END-IF.
           PERFORM UNTIL WPD-EOF OR WPD-OVERFLOW
               READ WPD-REPORT-FILE
                   AT END
                       SET WPD-EOF TO TRUE
                   NOT AT END
                       PERFORM PLACE-ONE-LINE
                           THRU PLACE-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE WPD-REPORT-FILE.

      *    An empty report is still one (blank) page.
           IF NOT WPD-PAGE-OPEN AND WPD-PAGE-COUNT = ZERO
               PERFORM START-A-PAGE
           END-IF.
           IF WPD-PAGE-OPEN
               PERFORM FINISH-THE-PAGE
           END-IF.

       RENDER-THE-PAGES-EXIT.
           EXIT.

       PLACE-ONE-LINE.

           MOVE "N" TO WPD-OVERPRINT-SWITCH.
           EVALUATE WPD-REC-CC
               WHEN "0"
                   MOVE 2 TO WPD-ADVANCE
               WHEN "-"
                   MOVE 3 TO WPD-ADVANCE
               WHEN "+"
                   MOVE ZERO TO WPD-ADVANCE
                   SET WPD-OVERPRINT TO TRUE
               WHEN OTHER
                   MOVE 1 TO WPD-ADVANCE
           END-EVALUATE.

           IF WPD-REC-CC = "1"
               IF WPD-PAGE-OPEN AND WPD-PAGE-LINES > ZERO
                   PERFORM FINISH-THE-PAGE
               END-IF
               MOVE WPD-REC-TEXT TO WPD-HEADER-TEXT
               SET WPD-HEADER-KNOWN TO TRUE
           END-IF.
           IF WPD-OVERFLOW
               GO TO PLACE-ONE-LINE-EXIT
           END-IF.
           IF NOT WPD-PAGE-OPEN
               PERFORM START-A-PAGE
           END-IF.
           IF WPD-OVERPRINT AND WPD-PAGE-LINES = ZERO
               MOVE "N" TO WPD-OVERPRINT-SWITCH
               MOVE 1 TO WPD-ADVANCE
           END-IF.

      *    No room left -- continue on a new page under the header.
           IF WPD-PAGE-LINES + WPD-ADVANCE > WPD-PAGE-MAX-LINES
                   OR WPD-STREAM-LEN > WPD-STREAM-LIMIT
               PERFORM FINISH-THE-PAGE
               IF WPD-OVERFLOW
                   GO TO PLACE-ONE-LINE-EXIT
               END-IF
               PERFORM START-A-PAGE
               IF WPD-HEADER-KNOWN
                   MOVE WPD-HEADER-TEXT TO WPD-LINE-TEXT
                   PERFORM ADD-TEXT-LINE
                   ADD 1 TO WPD-PAGE-LINES
               END-IF
               IF WPD-OVERPRINT
                   MOVE "N" TO WPD-OVERPRINT-SWITCH
               END-IF
               MOVE 1 TO WPD-ADVANCE
           END-IF.

           PERFORM UNTIL WPD-ADVANCE NOT > 1
               MOVE "T*" TO WPD-LINE
               MOVE 3 TO WPD-LINE-PTR
               PERFORM ADD-LINE-TO-STREAM
               ADD 1 TO WPD-PAGE-LINES
               SUBTRACT 1 FROM WPD-ADVANCE
           END-PERFORM.
           MOVE WPD-REC-TEXT TO WPD-LINE-TEXT.
           PERFORM ADD-TEXT-LINE.
           ADD WPD-ADVANCE TO WPD-PAGE-LINES.

       PLACE-ONE-LINE-EXIT.
           EXIT.

      *    "T* (text) Tj" -- or, overprinting, "0 0 Td (text) Tj",
      *    which goes back to the start of the line just shown.
       ADD-TEXT-LINE.

           MOVE SPACES TO WPD-LINE.
           IF WPD-OVERPRINT
               MOVE "0 0 Td (" TO WPD-LINE
               MOVE 9 TO WPD-LINE-PTR
           ELSE
               MOVE "T* (" TO WPD-LINE
               MOVE 5 TO WPD-LINE-PTR
           END-IF.
           PERFORM FIND-TEXT-LENGTH.
           PERFORM VARYING WPD-CHAR-X FROM 1 BY 1
                   UNTIL WPD-CHAR-X > WPD-TEXT-LEN
               EVALUATE TRUE
                   WHEN WPD-LINE-TEXT (WPD-CHAR-X:1) = "("
                     OR WPD-LINE-TEXT (WPD-CHAR-X:1) = ")"
                     OR WPD-LINE-TEXT (WPD-CHAR-X:1) = "\"
                       MOVE "\" TO WPD-LINE (WPD-LINE-PTR:1)
                       ADD 1 TO WPD-LINE-PTR
                       MOVE WPD-LINE-TEXT (WPD-CHAR-X:1)
                           TO WPD-LINE (WPD-LINE-PTR:1)
                   WHEN WPD-LINE-TEXT (WPD-CHAR-X:1) < SPACE
                       MOVE SPACE TO WPD-LINE (WPD-LINE-PTR:1)
                   WHEN OTHER
                       MOVE WPD-LINE-TEXT (WPD-CHAR-X:1)
                           TO WPD-LINE (WPD-LINE-PTR:1)
               END-EVALUATE
               ADD 1 TO WPD-LINE-PTR
           END-PERFORM.
           STRING ") Tj" DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           PERFORM ADD-LINE-TO-STREAM.

      *    WPD-LINE (1:WPD-LINE-PTR - 1) and a line feed onto the
      *    page's content stream.
       ADD-LINE-TO-STREAM.

           MOVE WPD-LINE (1:WPD-LINE-PTR - 1)
               TO WPD-STREAM (WPD-STREAM-LEN + 1:WPD-LINE-PTR - 1).
           ADD WPD-LINE-PTR TO WPD-STREAM-LEN.
           MOVE WPD-LF TO WPD-STREAM (WPD-STREAM-LEN:1).

       START-A-PAGE.

           MOVE ZERO TO WPD-STREAM-LEN.
           MOVE ZERO TO WPD-PAGE-LINES.
           IF WPD-LANDSCAPE
               MOVE "BT /F1 8 Tf 8.5 TL 54 590 Td" TO WPD-LINE
           ELSE
               MOVE "BT /F1 10 Tf 11 TL 54 760 Td" TO WPD-LINE
           END-IF.
           MOVE 29 TO WPD-LINE-PTR.
           PERFORM ADD-LINE-TO-STREAM.
           SET WPD-PAGE-OPEN TO TRUE.

      *    The page's content stream and page object out to the PDF.
       FINISH-THE-PAGE.

           MOVE "N" TO WPD-PAGE-OPEN-SWITCH.
           IF WPD-PAGE-COUNT NOT < WPD-PAGE-MAX
               SET WPD-OVERFLOW TO TRUE
           ELSE
               MOVE "ET" TO WPD-LINE
               MOVE 3 TO WPD-LINE-PTR
               PERFORM ADD-LINE-TO-STREAM
               ADD 1 TO WPD-PAGE-COUNT
               PERFORM WRITE-PAGE-OBJECTS
           END-IF.

       WRITE-PAGE-OBJECTS.

           COMPUTE WPD-OBJECT-NUM = WPD-PAGE-COUNT * 2 + 2.
           PERFORM START-OBJECT.
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           STRING "<< /Length " DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           MOVE WPD-STREAM-LEN TO WPD-NUM.
           PERFORM ADD-NUMBER-TO-LINE.
           STRING " >>" DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           PERFORM WRITE-PDF-LINE.
           MOVE "stream" TO WPD-LINE.
           MOVE 7 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           PERFORM VARYING WPD-BYTE-X FROM 1 BY 1
                   UNTIL WPD-BYTE-X > WPD-STREAM-LEN
               MOVE WPD-STREAM (WPD-BYTE-X:1) TO WPD-PDF-BYTE
               PERFORM WRITE-PDF-BYTE
           END-PERFORM.
           MOVE "endstream" TO WPD-LINE.
           MOVE 10 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           PERFORM END-OBJECT.

           ADD 1 TO WPD-OBJECT-NUM.
           PERFORM START-OBJECT.
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           IF WPD-LANDSCAPE
               STRING "<< /Type /Page /Parent 2 0 R "
                      "/MediaBox [0 0 792 612] "
                   DELIMITED BY SIZE
                   INTO WPD-LINE WITH POINTER WPD-LINE-PTR
               END-STRING
           ELSE
               STRING "<< /Type /Page /Parent 2 0 R "
                      "/MediaBox [0 0 612 792] "
                   DELIMITED BY SIZE
                   INTO WPD-LINE WITH POINTER WPD-LINE-PTR
               END-STRING
           END-IF.
           STRING "/Resources << /Font << /F1 3 0 R >> >> /Contents "
               DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           COMPUTE WPD-NUM = WPD-OBJECT-NUM - 1.
           PERFORM ADD-NUMBER-TO-LINE.
           STRING " 0 R >>" DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           PERFORM WRITE-PDF-LINE.
           PERFORM END-OBJECT.

      ****************************************************************
      * HEADER, CATALOG AND FONT; PAGE TREE, CROSS-REFERENCE AND     *
      * TRAILER ONCE THE PAGES ARE OUT.                              *
      ****************************************************************

       WRITE-DOCUMENT-HEAD.

           MOVE "%PDF-1.4" TO WPD-LINE.
           MOVE 9 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           MOVE X"25E2E3CFD3" TO WPD-LINE.
           MOVE 6 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.

           MOVE 1 TO WPD-OBJECT-NUM.
           PERFORM START-OBJECT.
           MOVE "<< /Type /Catalog /Pages 2 0 R >>" TO WPD-LINE.
           MOVE 34 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           PERFORM END-OBJECT.

           MOVE 3 TO WPD-OBJECT-NUM.
           PERFORM START-OBJECT.
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           STRING "<< /Type /Font /Subtype /Type1 /BaseFont /Courier "
                  "/Encoding /WinAnsiEncoding >>"
               DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           PERFORM WRITE-PDF-LINE.
           PERFORM END-OBJECT.

       WRITE-DOCUMENT-TAIL.

           MOVE 2 TO WPD-OBJECT-NUM.
           PERFORM START-OBJECT.
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           STRING "<< /Type /Pages /Count " DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           MOVE WPD-PAGE-COUNT TO WPD-NUM.
           PERFORM ADD-NUMBER-TO-LINE.
           STRING " /Kids [" DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           PERFORM WRITE-PDF-LINE.
           PERFORM VARYING WPD-KID-X FROM 1 BY 1
                   UNTIL WPD-KID-X > WPD-PAGE-COUNT
               MOVE SPACES TO WPD-LINE
               MOVE 1 TO WPD-LINE-PTR
               COMPUTE WPD-NUM = WPD-KID-X * 2 + 3
               PERFORM ADD-NUMBER-TO-LINE
               STRING " 0 R" DELIMITED BY SIZE
                   INTO WPD-LINE WITH POINTER WPD-LINE-PTR
               END-STRING
               PERFORM WRITE-PDF-LINE
           END-PERFORM.
           MOVE "] >>" TO WPD-LINE.
           MOVE 5 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           PERFORM END-OBJECT.

      *    Cross-reference entries are exactly 20 bytes: offset,
      *    generation, type, space, line feed.
           MOVE WPD-BYTES-OUT TO WPD-XREF-OFFSET.
           COMPUTE WPD-OBJECT-COUNT = WPD-PAGE-COUNT * 2 + 4.
           MOVE "xref" TO WPD-LINE.
           MOVE 5 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           STRING "0 " DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           MOVE WPD-OBJECT-COUNT TO WPD-NUM.
           PERFORM ADD-NUMBER-TO-LINE.
           PERFORM WRITE-PDF-LINE.
           MOVE "0000000000 65535 f " TO WPD-LINE.
           MOVE 20 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           PERFORM VARYING WPD-X FROM 1 BY 1
                   UNTIL WPD-X > WPD-OBJECT-COUNT - 1
               MOVE SPACES TO WPD-LINE
               MOVE WPD-OFFSET (WPD-X) TO WPD-LINE (1:10)
               MOVE " 00000 n " TO WPD-LINE (11:9)
               MOVE 20 TO WPD-LINE-PTR
               PERFORM WRITE-PDF-LINE
           END-PERFORM.

           MOVE "trailer" TO WPD-LINE.
           MOVE 8 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           STRING "<< /Size " DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           MOVE WPD-OBJECT-COUNT TO WPD-NUM.
           PERFORM ADD-NUMBER-TO-LINE.
           STRING " /Root 1 0 R >>" DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           PERFORM WRITE-PDF-LINE.
           MOVE "startxref" TO WPD-LINE.
           MOVE 10 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           MOVE WPD-XREF-OFFSET TO WPD-NUM.
           PERFORM ADD-NUMBER-TO-LINE.
           PERFORM WRITE-PDF-LINE.
           MOVE "%%EOF" TO WPD-LINE.
           MOVE 6 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.

      ****************************************************************
      * OBJECT BRACKETS, NUMBERS, AND THE BYTES THEMSELVES.          *
      ****************************************************************

      *    "n 0 obj", remembering where object n starts.
       START-OBJECT.

           SET WPD-X TO WPD-OBJECT-NUM.
           MOVE WPD-BYTES-OUT TO WPD-OFFSET (WPD-X).
           MOVE SPACES TO WPD-LINE.
           MOVE 1 TO WPD-LINE-PTR.
           MOVE WPD-OBJECT-NUM TO WPD-NUM.
           PERFORM ADD-NUMBER-TO-LINE.
           STRING " 0 obj" DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.
           PERFORM WRITE-PDF-LINE.

       END-OBJECT.

           MOVE "endobj" TO WPD-LINE.
           MOVE 7 TO WPD-LINE-PTR.
           PERFORM WRITE-PDF-LINE.

      *    WPD-NUM without leading zeros, at WPD-LINE-PTR.
       ADD-NUMBER-TO-LINE.

           MOVE WPD-NUM TO WPD-NUM-EDIT.
           MOVE ZERO TO WPD-NUM-LEAD.
           INSPECT WPD-NUM-EDIT TALLYING WPD-NUM-LEAD
               FOR LEADING SPACES.
           STRING WPD-NUM-EDIT (WPD-NUM-LEAD + 1:) DELIMITED BY SIZE
               INTO WPD-LINE WITH POINTER WPD-LINE-PTR
           END-STRING.

      *    WPD-LINE (1:WPD-LINE-PTR - 1) and a line feed.
       WRITE-PDF-LINE.

           PERFORM VARYING WPD-CHAR-X FROM 1 BY 1
                   UNTIL WPD-CHAR-X NOT < WPD-LINE-PTR
               MOVE WPD-LINE (WPD-CHAR-X:1) TO WPD-PDF-BYTE
               PERFORM WRITE-PDF-BYTE
           END-PERFORM.
           MOVE WPD-LF TO WPD-PDF-BYTE.
           PERFORM WRITE-PDF-BYTE.

       WRITE-PDF-BYTE.

           WRITE WPD-PDF-BYTE.
           ADD 1 TO WPD-BYTES-OUT.
