      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WPROFILE.
       AUTHOR.
           DEV BRADLEY.
       INSTALLATION.
           INTERNATIONAL DIGITAL SCIENTIFIC INCORPORATED.
           25050 AVENUE KEARNY, SUITE 203.
           VALENCIA, CALIFORNIA 91355.
           (805) 295-1155 [OFFICE].
           (805) 295-8755 [FAX].
           COPYRIGHT 1991, ALL RIGHTS RESERVED.
       DATE-WRITTEN.
           07/18/91.
       DATE-COMPILED.
      *
      *    WPROFILE is the data profile of one mapped file.  WVOLVER
      *    proves a file can be read; this says whether what is in
      *    it still makes sense, so a field slowly filling with
      *    garbage is seen on the monthly run instead of when a
      *    posting step abends on it.
      *
      *        WPROFILE vol lib file
      *
      *    The triple resolves through WISPVOLLIB.DAT the way
      *    W@OPENFILE resolves it and is read INDEXED when it opens
      *    that way, sequentially otherwise.  Every field of its
      *    layout dictionary entry (WLAYOUT.DAT) is decoded with
      *    WLAYFMT, and WPROFILE.RPT gives, per field:
      *
      *      - the count of blank values and of zero values;
      *      - the count of values that do not decode -- non-numeric
      *        bytes in a numeric field, or a date field that is not
      *        a calendar date -- with the first offender's record
      *        number and bytes;
      *      - the number of distinct values, and the values with
      *        their counts, most frequent first, when there are 10
      *        or fewer (past 50 distinct values the count is shown
      *        as "OVER 50");
      *      - the lowest and highest value (by value for numeric
      *        and date fields, by collating order for character
      *        fields).
      *
      *    RETURN-CODE is 4 when any field holds values that do not
      *    decode, and 8 when the file cannot be profiled.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WPX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT WPROFILE-REPORT-FILE ASSIGN TO "WPROFILE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WS-INDEXED-FILE.
       01  WPX-RECORD.
           05  WPX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(2048).

       FD  WPROFILE-REPORT-FILE.
       01  WPROFILE-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-VOL                 PIC X(6).
       01  WS-ARG-LIB                 PIC X(8).
       01  WS-ARG-FILE                PIC X(8).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-DATA-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-DATA-PATH               PIC X(80).
       01  WS-READ-MODE               PIC X(10).
       01  WS-RECORD-AREA             PIC X(2048).
       01  WS-READ-COUNT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-BUSINESS-DATE           PIC 9(8).

       COPY "wlayout.cpy".
       01  WS-FIELD-NUM               PIC 9(4)  COMP.
       01  WS-LAY-X                   PIC 9(4)  COMP-5.

      *    The profile -- one entry per dictionary field, with the
      *    first 50 distinct values it holds.
       01  WS-DISTINCT-MAX            PIC 9(4)  COMP-5 VALUE 50.
       01  WS-TOP-SHOWN               PIC 9(4)  COMP-5 VALUE 10.
       01  WS-PROFILE-TABLE.
           05  WS-PRF-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-PRF-X.
               10  WS-PRF-BLANKS      PIC 9(9)  COMP-5.
               10  WS-PRF-ZEROS       PIC 9(9)  COMP-5.
               10  WS-PRF-INVALID     PIC 9(9)  COMP-5.
               10  WS-PRF-BAD-RECORD  PIC 9(9)  COMP-5.
               10  WS-PRF-BAD-TEXT    PIC X(40).
               10  WS-PRF-VALUED      PIC 9(9)  COMP-5.
               10  WS-PRF-MIN-NUMBER  PIC S9(14)V9(4) COMP-3.
               10  WS-PRF-MAX-NUMBER  PIC S9(14)V9(4) COMP-3.
               10  WS-PRF-MIN-TEXT    PIC X(40).
               10  WS-PRF-MAX-TEXT    PIC X(40).
               10  WS-PRF-OVERFLOW    PIC X.
                   88  WS-PRF-TOO-MANY             VALUE "Y".
               10  WS-PRF-DISTINCT    PIC 9(4)  COMP-5.
               10  WS-PRF-VALUE-ENTRY OCCURS 50 TIMES.
                   15  WS-PRF-VALUE       PIC X(40).
                   15  WS-PRF-VALUE-COUNT PIC 9(9)  COMP-5.
       01  WS-VAL-X                   PIC 9(4)  COMP-5.
       01  WS-VAL-Y                   PIC 9(4)  COMP-5.
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-SWAP-VALUE              PIC X(40).
       01  WS-SWAP-COUNT              PIC 9(9)  COMP-5.
       01  WS-INVALID-FIELDS          PIC 9(4)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-POS-DISP                PIC ZZZ9.
       01  WS-TYPE-NAME               PIC X(9).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WPROFILE.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-VOL WS-ARG-LIB WS-ARG-FILE.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-VOL, WS-ARG-LIB, WS-ARG-FILE
           END-UNSTRING.
           IF WS-ARG-FILE = SPACES
               DISPLAY "WPROFILE: USAGE IS  WPROFILE VOL LIB FILE"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           MOVE WS-ARG-VOL TO LAY-VOL.
           MOVE WS-ARG-LIB TO LAY-LIB.
           MOVE WS-ARG-FILE TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           IF LAY-FIELD-COUNT = ZERO
               DISPLAY "WPROFILE: NO LAYOUT DICTIONARY ENTRY FOR "
                       WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           CALL "WVOLRES" USING WS-ARG-VOL, WS-ARG-LIB, WS-ARG-FILE,
               WS-DATA-PATH.
           IF WS-DATA-PATH = SPACES
               DISPLAY "WPROFILE: NO WISPVOLLIB MAPPING FOR "
                       WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM VARYING WS-PRF-X FROM 1 BY 1
                   UNTIL WS-PRF-X > LAY-FIELD-COUNT
               MOVE ZERO TO WS-PRF-BLANKS (WS-PRF-X)
                            WS-PRF-ZEROS (WS-PRF-X)
                            WS-PRF-INVALID (WS-PRF-X)
                            WS-PRF-BAD-RECORD (WS-PRF-X)
                            WS-PRF-VALUED (WS-PRF-X)
                            WS-PRF-MIN-NUMBER (WS-PRF-X)
                            WS-PRF-MAX-NUMBER (WS-PRF-X)
                            WS-PRF-DISTINCT (WS-PRF-X)
               MOVE SPACES TO WS-PRF-BAD-TEXT (WS-PRF-X)
                              WS-PRF-MIN-TEXT (WS-PRF-X)
                              WS-PRF-MAX-TEXT (WS-PRF-X)
               MOVE "N" TO WS-PRF-OVERFLOW (WS-PRF-X)
           END-PERFORM.

           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               MOVE "INDEXED" TO WS-READ-MODE
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-INDEXED-FILE NEXT
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WPX-RECORD TO WS-RECORD-AREA
                           PERFORM PROFILE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WS-INDEXED-FILE
           ELSE
               OPEN INPUT WS-SEQ-FILE
               IF WS-SEQ-STATUS NOT = "00"
                   DISPLAY "WPROFILE: CANNOT OPEN " WS-DATA-PATH (1:50)
                           " STATUS " WS-SEQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE "SEQUENTIAL" TO WS-READ-MODE
               PERFORM UNTIL WS-DATA-EOF
                   READ WS-SEQ-FILE
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                           PERFORM PROFILE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WS-SEQ-FILE
           END-IF.

           PERFORM WRITE-PROFILE-REPORT.

           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           DISPLAY "WPROFILE: " WS-COUNT-DISP " RECORD(S) OF "
                   WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE
                   " PROFILED -- SEE WPROFILE.RPT".
           IF WS-INVALID-FIELDS > ZERO
               MOVE WS-INVALID-FIELDS TO WS-POS-DISP
               DISPLAY "WPROFILE: " WS-POS-DISP " FIELD(S) HOLD "
                       "VALUES THAT DO NOT DECODE."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * EVERY FIELD OF ONE RECORD INTO ITS PROFILE.
      ******************************************************************

       PROFILE-ONE-RECORD.

           ADD 1 TO WS-READ-COUNT.
           PERFORM VARYING WS-PRF-X FROM 1 BY 1
                   UNTIL WS-PRF-X > LAY-FIELD-COUNT
               SET WS-FIELD-NUM TO WS-PRF-X
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
                   WS-RECORD-AREA, WISP-FIELD-VALUE
               EVALUATE TRUE
                   WHEN FV-EMPTY
                       ADD 1 TO WS-PRF-BLANKS (WS-PRF-X)
                   WHEN FV-INVALID
                       ADD 1 TO WS-PRF-INVALID (WS-PRF-X)
                       IF WS-PRF-BAD-RECORD (WS-PRF-X) = ZERO
                           MOVE WS-READ-COUNT
                               TO WS-PRF-BAD-RECORD (WS-PRF-X)
                           MOVE FV-TEXT TO WS-PRF-BAD-TEXT (WS-PRF-X)
                       END-IF
                   WHEN OTHER
                       PERFORM PROFILE-ONE-VALUE
               END-EVALUATE
           END-PERFORM.

       PROFILE-ONE-VALUE.

           IF FV-NUMERIC AND FV-NUMBER = ZERO
               ADD 1 TO WS-PRF-ZEROS (WS-PRF-X)
           END-IF.

           ADD 1 TO WS-PRF-VALUED (WS-PRF-X).
           IF WS-PRF-VALUED (WS-PRF-X) = 1
               MOVE FV-NUMBER TO WS-PRF-MIN-NUMBER (WS-PRF-X)
                                 WS-PRF-MAX-NUMBER (WS-PRF-X)
               MOVE FV-TEXT TO WS-PRF-MIN-TEXT (WS-PRF-X)
                               WS-PRF-MAX-TEXT (WS-PRF-X)
           ELSE
               IF FV-NUMERIC
                   IF FV-NUMBER < WS-PRF-MIN-NUMBER (WS-PRF-X)
                       MOVE FV-NUMBER TO WS-PRF-MIN-NUMBER (WS-PRF-X)
                       MOVE FV-TEXT TO WS-PRF-MIN-TEXT (WS-PRF-X)
                   END-IF
                   IF FV-NUMBER > WS-PRF-MAX-NUMBER (WS-PRF-X)
                       MOVE FV-NUMBER TO WS-PRF-MAX-NUMBER (WS-PRF-X)
                       MOVE FV-TEXT TO WS-PRF-MAX-TEXT (WS-PRF-X)
                   END-IF
               ELSE
                   IF FV-TEXT < WS-PRF-MIN-TEXT (WS-PRF-X)
                       MOVE FV-TEXT TO WS-PRF-MIN-TEXT (WS-PRF-X)
                   END-IF
                   IF FV-TEXT > WS-PRF-MAX-TEXT (WS-PRF-X)
                       MOVE FV-TEXT TO WS-PRF-MAX-TEXT (WS-PRF-X)
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-VAL-X FROM 1 BY 1
                   UNTIL WS-VAL-X > WS-PRF-DISTINCT (WS-PRF-X)
                      OR WS-MATCH-NUM > ZERO
               IF WS-PRF-VALUE (WS-PRF-X, WS-VAL-X) = FV-TEXT
                   MOVE WS-VAL-X TO WS-MATCH-NUM
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               ADD 1 TO WS-PRF-VALUE-COUNT (WS-PRF-X, WS-MATCH-NUM)
           ELSE
               IF WS-PRF-DISTINCT (WS-PRF-X) < WS-DISTINCT-MAX
                   ADD 1 TO WS-PRF-DISTINCT (WS-PRF-X)
                   MOVE WS-PRF-DISTINCT (WS-PRF-X) TO WS-VAL-X
                   MOVE FV-TEXT TO WS-PRF-VALUE (WS-PRF-X, WS-VAL-X)
                   MOVE 1 TO WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-X)
               ELSE
                   SET WS-PRF-TOO-MANY (WS-PRF-X) TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * THE REPORT -- TWO LINES PER FIELD, THEN ITS VALUES WHEN THEY
      * ARE FEW, THEN THE FIRST VALUE THAT DID NOT DECODE.
      ******************************************************************

       WRITE-PROFILE-REPORT.

           OPEN OUTPUT WPROFILE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WPROFILE - DATA PROFILE OF " WS-ARG-VOL " "
                  WS-ARG-LIB " " WS-ARG-FILE "  AS OF "
                  WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-DISP.
           STRING "  " WS-DATA-PATH (1:60) "  " WS-COUNT-DISP
                  " RECORDS (" WS-READ-MODE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "FIELD            TYPE       POS  LEN"
               TO WS-REPORT-LINE.
           MOVE "      BLANK        ZERO     INVALID    DISTINCT"
               TO WS-REPORT-LINE (40:50).
           WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-PRF-X FROM 1 BY 1
                   UNTIL WS-PRF-X > LAY-FIELD-COUNT
               PERFORM WRITE-FIELD-PROFILE
           END-PERFORM.

           CLOSE WPROFILE-REPORT-FILE.

       WRITE-FIELD-PROFILE.

           SET WS-LAY-X TO WS-PRF-X.
           EVALUATE TRUE
               WHEN LAY-FLD-PACKED (WS-LAY-X)
                   MOVE "PACKED" TO WS-TYPE-NAME
               WHEN LAY-FLD-BINARY (WS-LAY-X)
                   MOVE "BINARY" TO WS-TYPE-NAME
               WHEN LAY-FLD-DATE (WS-LAY-X)
                   MOVE "DATE" TO WS-TYPE-NAME
               WHEN LAY-FLD-IS-NUMERIC (WS-LAY-X)
                   MOVE "NUMERIC" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "CHARACTER" TO WS-TYPE-NAME
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE LAY-FLD-NAME (WS-LAY-X) TO WS-REPORT-LINE (1:16).
           MOVE WS-TYPE-NAME TO WS-REPORT-LINE (18:9).
           MOVE LAY-FLD-OFFSET (WS-LAY-X) TO WS-POS-DISP.
           MOVE WS-POS-DISP TO WS-REPORT-LINE (28:4).
           MOVE LAY-FLD-LENGTH (WS-LAY-X) TO WS-POS-DISP.
           MOVE WS-POS-DISP TO WS-REPORT-LINE (33:4).
           MOVE WS-PRF-BLANKS (WS-PRF-X) TO WS-COUNT-DISP.
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE (40:11).
           IF LAY-FLD-IS-NUMERIC (WS-LAY-X)
               MOVE WS-PRF-ZEROS (WS-PRF-X) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-REPORT-LINE (52:11)
               MOVE WS-PRF-INVALID (WS-PRF-X) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-REPORT-LINE (64:11)
           ELSE
               MOVE "-" TO WS-REPORT-LINE (62:1)
               MOVE "-" TO WS-REPORT-LINE (74:1)
           END-IF.
           IF WS-PRF-TOO-MANY (WS-PRF-X)
               MOVE "    OVER 50" TO WS-REPORT-LINE (76:11)
           ELSE
               MOVE WS-PRF-DISTINCT (WS-PRF-X) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-REPORT-LINE (76:11)
           END-IF.
           WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-PRF-VALUED (WS-PRF-X) > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    LOW  " WS-PRF-MIN-TEXT (WS-PRF-X)
                      "   HIGH  " WS-PRF-MAX-TEXT (WS-PRF-X)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           IF NOT WS-PRF-TOO-MANY (WS-PRF-X)
                   AND WS-PRF-DISTINCT (WS-PRF-X) > ZERO
                   AND WS-PRF-DISTINCT (WS-PRF-X) NOT > WS-TOP-SHOWN
               PERFORM ORDER-FIELD-VALUES
               PERFORM VARYING WS-VAL-X FROM 1 BY 1
                       UNTIL WS-VAL-X > WS-PRF-DISTINCT (WS-PRF-X)
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-X)
                       TO WS-COUNT-DISP
                   STRING "    " WS-COUNT-DISP "  "
                          WS-PRF-VALUE (WS-PRF-X, WS-VAL-X)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE
               END-PERFORM
           END-IF.

           IF WS-PRF-INVALID (WS-PRF-X) > ZERO
               ADD 1 TO WS-INVALID-FIELDS
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-PRF-BAD-RECORD (WS-PRF-X) TO WS-COUNT-DISP
               IF LAY-FLD-DATE (WS-LAY-X)
                   STRING "    ** NOT A VALID DATE -- FIRST AT RECORD"
                          WS-COUNT-DISP ": "
                          WS-PRF-BAD-TEXT (WS-PRF-X)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "    ** NOT NUMERIC -- FIRST AT RECORD"
                          WS-COUNT-DISP ": "
                          WS-PRF-BAD-TEXT (WS-PRF-X)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               WRITE WPROFILE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    THE FEW VALUES OF A FIELD, MOST FREQUENT FIRST.
       ORDER-FIELD-VALUES.

           PERFORM VARYING WS-VAL-X FROM 1 BY 1
                   UNTIL WS-VAL-X NOT < WS-PRF-DISTINCT (WS-PRF-X)
               PERFORM VARYING WS-VAL-Y FROM WS-VAL-X BY 1
                       UNTIL WS-VAL-Y > WS-PRF-DISTINCT (WS-PRF-X)
                   IF WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-Y)
                           > WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-X)
                       MOVE WS-PRF-VALUE (WS-PRF-X, WS-VAL-X)
                           TO WS-SWAP-VALUE
                       MOVE WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-X)
                           TO WS-SWAP-COUNT
                       MOVE WS-PRF-VALUE (WS-PRF-X, WS-VAL-Y)
                           TO WS-PRF-VALUE (WS-PRF-X, WS-VAL-X)
                       MOVE WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-Y)
                           TO WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-X)
                       MOVE WS-SWAP-VALUE
                           TO WS-PRF-VALUE (WS-PRF-X, WS-VAL-Y)
                       MOVE WS-SWAP-COUNT
                           TO WS-PRF-VALUE-COUNT (WS-PRF-X, WS-VAL-Y)
                   END-IF
               END-PERFORM
           END-PERFORM.

       STOP-RUN.

           STOP RUN.
