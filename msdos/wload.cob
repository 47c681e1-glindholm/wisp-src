      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WLOAD.
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
      *    WLOAD is the way back in for data WDLMOUT sent out: it
      *    reads a comma-delimited or fixed-column file and adds or
      *    replaces records of an application data file, field by
      *    field through the layout dictionary (WLAYOUT.DAT).
      *
      *        WLOAD load-name [input-path]
      *
      *    The load is described in WLOADMAP.DAT, one line per item,
      *    fixed columns:
      *
      *        LOAD(12) sp VERB(6) sp TEXT(100)
      *
      *        TARGET  vol lib file [keylen]   the file loaded into;
      *                                        keylen is the leading
      *                                        key (WJRNL convention,
      *                                        default 20)
      *        FORMAT  CSV [HEADER] | FIXED    HEADER skips row one
      *        INPUT   path                    default input path
      *        MODE    ADD | REPLACE | UPDATE  UPDATE (the default)
      *                                        adds or replaces
      *        FIELD   name column [REQ]       CSV: the column number
      *        FIELD   name pos len [REQ]      FIXED: the columns
      *
      *    Each row's mapped values are checked against the field's
      *    type -- numeric, packed, binary, date -- and REQ fields
      *    may not be blank.  A good row is encoded into the record
      *    (a replaced record keeps the bytes no FIELD line covers,
      *    and the old value of any field the row leaves blank) and
      *    the record is matched on its leading key: the keyed
      *    record of an INDEXED file, the leading keylen columns of
      *    a sequential one.
      *
      *    Rejected rows are written to <input-path>.REJ, each one
      *    followed by "*REJ*" lines giving the reasons; WLOAD skips
      *    "*REJ*" lines, so a corrected .REJ file loads as it
      *    stands.  Every replaced record's before-image goes to
      *    WJRNL, so WJRNBACK can undo the load; every added or
      *    replaced record's after-image goes there too, so WROLLFWD
      *    can replay it, and every added or replaced record goes
      *    to the CHGAUDX change audit through
      *    WCHGAUD.  The loaded count is registered with WCTLTOT
      *    under the target triple for the next step's verify, and
      *    the load itself is logged to OPENFAUDX with mode LOAD.
      *    The report is WLOAD.RPT.  RETURN-CODE is 8 when the load
      *    could not run, 4 when any row was rejected.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLOADMAP-FILE ASSIGN TO "WLOADMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT WS-INPUT-FILE ASSIGN TO WS-INPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT WS-REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-TARGET-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-TARGET-FILE ASSIGN TO WS-TARGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT WLOAD-REPORT-FILE ASSIGN TO "WLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WLOADMAP-FILE.
       01  WLOADMAP-RECORD.
           05  LM-REC-NAME            PIC X(12).
           05  FILLER                 PIC X.
           05  LM-REC-VERB            PIC X(6).
           05  FILLER                 PIC X.
           05  LM-REC-TEXT            PIC X(100).

       FD  WS-INPUT-FILE.
       01  WS-INPUT-RECORD            PIC X(2048).

       FD  WS-REJECT-FILE.
       01  WS-REJECT-RECORD           PIC X(2048).

       FD  WS-INDEXED-FILE.
       01  WLX-RECORD.
           05  WLX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-TARGET-FILE.
       01  WS-TARGET-RECORD           PIC X(2048).

       FD  WLOAD-REPORT-FILE.
       01  WLOAD-REPORT-RECORD        PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-LOAD-NAME               PIC X(12).
       01  WS-ARG-PATH                PIC X(80).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-MAP-FILE-STATUS         PIC XX.
       01  WS-INPUT-FILE-STATUS       PIC XX.
       01  WS-REJECT-FILE-STATUS      PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-TARGET-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-MAP-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-MAP-EOF                       VALUE "Y".
       01  WS-INPUT-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-INPUT-EOF                     VALUE "Y".
       01  WS-TARGET-EOF-SWITCH       PIC X     VALUE "N".
           88  WS-TARGET-EOF                    VALUE "Y".

       01  WS-INPUT-PATH              PIC X(80) VALUE SPACES.
       01  WS-REJECT-PATH             PIC X(90) VALUE SPACES.
       01  WS-TARGET-PATH             PIC X(80) VALUE SPACES.
       01  WS-PATH-SCAN               PIC 9(4)  COMP-5.
       01  WS-PATH-LEN                PIC 9(4)  COMP-5.
       01  WS-TOKEN-SWITCH            PIC X.

      *    The load definition.
       01  WS-TARGET-VOL              PIC X(6)  VALUE SPACES.
       01  WS-TARGET-LIB              PIC X(8)  VALUE SPACES.
       01  WS-TARGET-FIL              PIC X(8)  VALUE SPACES.
       01  WS-KEYLEN-TEXT             PIC X(4).
       01  WS-KEYLEN                  PIC 9(4)  COMP-5 VALUE 20.
       01  WS-FORMAT                  PIC X(6)  VALUE "CSV".
           88  WS-FORMAT-FIXED                  VALUE "FIXED".
       01  WS-HEADER-SWITCH           PIC X     VALUE "N".
           88  WS-SKIP-HEADER                   VALUE "Y".
       01  WS-LOAD-MODE               PIC X(8)  VALUE "UPDATE".
           88  WS-MODE-ADD                      VALUE "ADD".
           88  WS-MODE-REPLACE                  VALUE "REPLACE".
           88  WS-MODE-UPDATE                   VALUE "UPDATE".
       01  WS-MAP-ERROR-SWITCH        PIC X     VALUE "N".
           88  WS-MAP-IN-ERROR                  VALUE "Y".
       01  WS-MAP-WORDS.
           05  WS-MAP-WORD            PIC X(16) OCCURS 5.

      *    FIELD lines -- dictionary field, CSV column or fixed
      *    position and length, required flag.
       01  WS-MAP-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-MAP-MAX                 PIC 9(4)  VALUE 100.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-MAP-X.
               10  WS-MAP-FIELD       PIC 9(4)  COMP.
               10  WS-MAP-COL         PIC 9(4)  COMP.
               10  WS-MAP-LEN         PIC 9(4)  COMP.
               10  WS-MAP-REQ         PIC X.
               10  WS-MAP-VALUE       PIC X(80).
       01  WS-NUM-TEXT                PIC X(4).
       01  WS-NUM-VALUE               PIC 9(4).
       01  WS-DIGITS                  PIC 9(4)  COMP-5.
       01  WS-LAY-X                   PIC 9(4)  COMP-5.
       01  WS-FIELD-NUM               PIC 9(4)  COMP.

       COPY "wlayout.cpy".

      *    One CSV row split into its columns.
       01  WS-CSV-COUNT               PIC 9(4)  COMP-5.
       01  WS-CSV-TABLE.
           05  WS-CSV-COLUMN          PIC X(80) OCCURS 100.
       01  WS-CSV-POS                 PIC 9(4)  COMP-5.
       01  WS-CSV-OUT                 PIC 9(4)  COMP-5.
       01  WS-CSV-END                 PIC 9(4)  COMP-5.
       01  WS-CSV-QUOTED-SWITCH       PIC X.
           88  WS-CSV-IN-QUOTES                 VALUE "Y".
       01  WS-CSV-CHAR                PIC X.
       01  WS-QUOTE                   PIC X     VALUE QUOTE.

      *    Encoding one value into the record.
       01  WS-BUILD-AREA              PIC X(2048).
       01  WS-BEFORE-AREA             PIC X(2048).
       01  WS-VALUE                   PIC X(80).
       01  WS-VALUE-START             PIC 9(4)  COMP-5.
       01  WS-PUT-RETURN              PIC 9.
       01  WS-SHIFT-TEXT              PIC X(80).

      *    The row's fate.
       01  WS-ROW-BAD-SWITCH          PIC X.
           88  WS-ROW-BAD                       VALUE "Y".
       01  WS-REASON-COUNT            PIC 9(4)  COMP-5.
       01  WS-REASON-TABLE.
           05  WS-REASON              PIC X(60) OCCURS 10.
       01  WS-REASON-TEXT             PIC X(60).
       01  WS-REASON-X                PIC 9(4)  COMP-5.
       01  WS-KEY-FOUND-SWITCH        PIC X.
           88  WS-KEY-FOUND                     VALUE "Y".

      *    A sequential target, held whole for the patch-and-rewrite.
       01  WS-TARGET-INDEXED-SWITCH   PIC X     VALUE "N".
           88  WS-TARGET-INDEXED                VALUE "Y".
       01  WS-LIVE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-LIVE-MAX                PIC 9(4)  VALUE 2000.
       01  WS-LIVE-TABLE.
           05  WS-LIV-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-LIV-X.
               10  WS-LIV-RECORD      PIC X(2048).
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.

      *    Journal, change audit, and control totals.
       01  WS-JRNL-IMAGE              PIC X(512).
       01  WS-AUD-RECKEY              PIC X(32).
       01  WS-AUD-BEFORE              PIC X(256).
       01  WS-AUD-AFTER               PIC X(256).
       01  WS-LOADED-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-ZERO-AMOUNT             PIC 9(15) VALUE ZERO.
       01  WS-CTL-RETURN              PIC 9.

       COPY "wopnaud.cpy".
       01  WS-TIMESTAMP.
           05  WS-STAMP-DATE          PIC 9(8).
           05  WS-STAMP-TIME          PIC 9(8).

       01  WS-ROW-NUMBER              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-ADDED-COUNT             PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-REPLACED-COUNT          PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-ROW-DISP                PIC Z(8)9.
       01  WS-ROW-START               PIC 9(4)  COMP-5.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WLOAD.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-LOAD-NAME WS-ARG-PATH.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-LOAD-NAME, WS-ARG-PATH
           END-UNSTRING.
           IF WS-LOAD-NAME = SPACES
               DISPLAY "WLOAD: USAGE IS  WLOAD LOAD-NAME [INPUT-PATH]"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           PERFORM LOAD-MAP-DEFINITION
               THRU LOAD-MAP-DEFINITION-EXIT.
           IF WS-MAP-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           IF WS-ARG-PATH NOT = SPACES
               MOVE WS-ARG-PATH TO WS-INPUT-PATH
           END-IF.
           IF WS-INPUT-PATH = SPACES
               DISPLAY "WLOAD: NO INPUT PATH GIVEN AND NONE IN THE "
                       "LOAD DEFINITION " WS-LOAD-NAME "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           MOVE "N" TO WS-TOKEN-SWITCH.
           PERFORM VARYING WS-PATH-SCAN FROM 1 BY 1
                   UNTIL WS-PATH-SCAN > 80
                      OR WS-TOKEN-SWITCH = "Y"
               IF WS-INPUT-PATH (WS-PATH-SCAN:1) = "&"
                   MOVE "Y" TO WS-TOKEN-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TOKEN-SWITCH = "Y"
               CALL "WPATHSUB" USING WS-INPUT-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           MOVE ZERO TO WS-PATH-LEN.
           PERFORM VARYING WS-PATH-SCAN FROM 80 BY -1
                   UNTIL WS-PATH-SCAN < 1
                      OR WS-PATH-LEN > ZERO
               IF WS-INPUT-PATH (WS-PATH-SCAN:1) NOT = SPACE
                   MOVE WS-PATH-SCAN TO WS-PATH-LEN
               END-IF
           END-PERFORM.
           STRING WS-INPUT-PATH (1:WS-PATH-LEN) DELIMITED BY SIZE
                  ".REJ"                        DELIMITED BY SIZE
                  INTO WS-REJECT-PATH
           END-STRING.

           CALL "WVOLRES" USING WS-TARGET-VOL, WS-TARGET-LIB,
               WS-TARGET-FIL, WS-TARGET-PATH.
           IF WS-TARGET-PATH = SPACES
               DISPLAY "WLOAD: NO WISPVOLLIB MAPPING FOR "
                       WS-TARGET-VOL " " WS-TARGET-LIB " "
                       WS-TARGET-FIL "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           OPEN INPUT WS-INPUT-FILE.
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "WLOAD: CANNOT OPEN " WS-INPUT-PATH (1:60)
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM OPEN-LOAD-TARGET
               THRU OPEN-LOAD-TARGET-EXIT.
           IF RETURN-CODE = 8
               CLOSE WS-INPUT-FILE
               GO TO STOP-RUN
           END-IF.

           OPEN OUTPUT WS-REJECT-FILE.
           OPEN OUTPUT WLOAD-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WLOAD - LOAD " WS-LOAD-NAME
                  " INTO " WS-TARGET-VOL " " WS-TARGET-LIB " "
                  WS-TARGET-FIL " (" WS-LOAD-MODE ") FROM "
                  WS-INPUT-PATH (1:50)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLOAD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WLOAD-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM READ-NEXT-INPUT-ROW.
           IF WS-SKIP-HEADER AND NOT WS-INPUT-EOF
               ADD 1 TO WS-ROW-NUMBER
               PERFORM READ-NEXT-INPUT-ROW
           END-IF.
           PERFORM UNTIL WS-INPUT-EOF
               ADD 1 TO WS-ROW-NUMBER
               PERFORM LOAD-ONE-ROW
                   THRU LOAD-ONE-ROW-EXIT
               PERFORM READ-NEXT-INPUT-ROW
           END-PERFORM.

           CLOSE WS-INPUT-FILE.
           CLOSE WS-REJECT-FILE.
           PERFORM CLOSE-LOAD-TARGET.
           PERFORM FINISH-LOAD.

           GO TO STOP-RUN.

      ******************************************************************
      * THE NAMED LOAD'S DEFINITION FROM WLOADMAP.DAT.
      ******************************************************************

       LOAD-MAP-DEFINITION.

           OPEN INPUT WLOADMAP-FILE.
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "WLOAD: CANNOT OPEN WLOADMAP.DAT."
               SET WS-MAP-IN-ERROR TO TRUE
               GO TO LOAD-MAP-DEFINITION-EXIT
           END-IF.

      *    TARGET and FORMAT first -- the FIELD lines are names in
      *    the target's layout, read by the format's rules.
           PERFORM UNTIL WS-MAP-EOF
               READ WLOADMAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       IF LM-REC-NAME (1:1) NOT = "*"
                               AND LM-REC-NAME = WS-LOAD-NAME
                               AND LM-REC-VERB = "TARGET"
                           MOVE SPACES TO WS-KEYLEN-TEXT
                           UNSTRING LM-REC-TEXT DELIMITED BY ALL " "
                               INTO WS-TARGET-VOL, WS-TARGET-LIB,
                                    WS-TARGET-FIL, WS-KEYLEN-TEXT
                           END-UNSTRING
                       END-IF
                       IF LM-REC-NAME (1:1) NOT = "*"
                               AND LM-REC-NAME = WS-LOAD-NAME
                               AND LM-REC-VERB = "FORMAT"
                           PERFORM APPLY-FORMAT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WLOADMAP-FILE.
           IF WS-TARGET-FIL = SPACES
               DISPLAY "WLOAD: NO LOAD " WS-LOAD-NAME
                       " (WITH A TARGET LINE) IN WLOADMAP.DAT."
               SET WS-MAP-IN-ERROR TO TRUE
               GO TO LOAD-MAP-DEFINITION-EXIT
           END-IF.
           IF WS-KEYLEN-TEXT NOT = SPACES
               MOVE WS-KEYLEN-TEXT TO WS-NUM-TEXT
               PERFORM CONVERT-MAP-NUMBER
               IF WS-NUM-VALUE > ZERO AND WS-NUM-VALUE NOT > 512
                   MOVE WS-NUM-VALUE TO WS-KEYLEN
               END-IF
           END-IF.

           MOVE WS-TARGET-VOL TO LAY-VOL.
           MOVE WS-TARGET-LIB TO LAY-LIB.
           MOVE WS-TARGET-FIL TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           IF LAY-FIELD-COUNT = ZERO
               DISPLAY "WLOAD: NO LAYOUT DICTIONARY ENTRY FOR "
                       WS-TARGET-VOL " " WS-TARGET-LIB " "
                       WS-TARGET-FIL "."
               SET WS-MAP-IN-ERROR TO TRUE
               GO TO LOAD-MAP-DEFINITION-EXIT
           END-IF.

           MOVE "N" TO WS-MAP-EOF-SWITCH.
           OPEN INPUT WLOADMAP-FILE.
           PERFORM UNTIL WS-MAP-EOF
               READ WLOADMAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       IF LM-REC-NAME (1:1) NOT = "*"
                               AND LM-REC-NAME = WS-LOAD-NAME
                           PERFORM APPLY-MAP-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WLOADMAP-FILE.

           IF WS-MAP-COUNT = ZERO
               DISPLAY "WLOAD: LOAD " WS-LOAD-NAME
                       " HAS NO FIELD LINES."
               SET WS-MAP-IN-ERROR TO TRUE
           END-IF.

       LOAD-MAP-DEFINITION-EXIT.
           EXIT.

       APPLY-MAP-LINE.

           MOVE SPACES TO WS-MAP-WORDS.
           UNSTRING LM-REC-TEXT DELIMITED BY ALL " "
               INTO WS-MAP-WORD (1), WS-MAP-WORD (2), WS-MAP-WORD (3),
                    WS-MAP-WORD (4), WS-MAP-WORD (5)
           END-UNSTRING.
           EVALUATE LM-REC-VERB
               WHEN "TARGET"
               WHEN "FORMAT"
                   CONTINUE
               WHEN "INPUT"
                   MOVE LM-REC-TEXT (1:80) TO WS-INPUT-PATH
               WHEN "MODE"
                   MOVE WS-MAP-WORD (1) TO WS-LOAD-MODE
                   IF NOT WS-MODE-ADD AND NOT WS-MODE-REPLACE
                           AND NOT WS-MODE-UPDATE
                       DISPLAY "WLOAD: MODE " WS-MAP-WORD (1)
                               " IS NOT ADD, REPLACE OR UPDATE."
                       SET WS-MAP-IN-ERROR TO TRUE
                   END-IF
               WHEN "FIELD"
                   PERFORM ADD-MAP-FIELD
                       THRU ADD-MAP-FIELD-EXIT
               WHEN OTHER
                   DISPLAY "WLOAD: UNKNOWN VERB " LM-REC-VERB
                           " IN LOAD " WS-LOAD-NAME
                   SET WS-MAP-IN-ERROR TO TRUE
           END-EVALUATE.

       APPLY-FORMAT-LINE.

           MOVE SPACES TO WS-MAP-WORDS.
           UNSTRING LM-REC-TEXT DELIMITED BY ALL " "
               INTO WS-MAP-WORD (1), WS-MAP-WORD (2)
           END-UNSTRING.
           MOVE WS-MAP-WORD (1) TO WS-FORMAT.
           IF WS-MAP-WORD (2) = "HEADER"
               SET WS-SKIP-HEADER TO TRUE
           END-IF.
           IF WS-FORMAT NOT = "CSV" AND NOT = "FIXED"
               DISPLAY "WLOAD: FORMAT " WS-MAP-WORD (1)
                       " IS NOT CSV OR FIXED."
               SET WS-MAP-IN-ERROR TO TRUE
           END-IF.

       ADD-MAP-FIELD.

           MOVE ZERO TO WS-FIELD-NUM.
           PERFORM VARYING WS-LAY-X FROM 1 BY 1
                   UNTIL WS-LAY-X > LAY-FIELD-COUNT
                      OR WS-FIELD-NUM > ZERO
               IF LAY-FLD-NAME (WS-LAY-X) = WS-MAP-WORD (1)
                   MOVE WS-LAY-X TO WS-FIELD-NUM
               END-IF
           END-PERFORM.
           IF WS-FIELD-NUM = ZERO
               DISPLAY "WLOAD: FIELD " WS-MAP-WORD (1)
                       " IS NOT IN THE LAYOUT DICTIONARY."
               SET WS-MAP-IN-ERROR TO TRUE
               GO TO ADD-MAP-FIELD-EXIT
           END-IF.
           IF WS-MAP-COUNT NOT < WS-MAP-MAX
               GO TO ADD-MAP-FIELD-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           SET WS-MAP-X TO WS-MAP-COUNT.
           MOVE WS-FIELD-NUM TO WS-MAP-FIELD (WS-MAP-X).
           MOVE "N" TO WS-MAP-REQ (WS-MAP-X).
           MOVE ZERO TO WS-MAP-LEN (WS-MAP-X).

           MOVE WS-MAP-WORD (2) (1:4) TO WS-NUM-TEXT.
           PERFORM CONVERT-MAP-NUMBER.
           MOVE WS-NUM-VALUE TO WS-MAP-COL (WS-MAP-X).
           IF WS-FORMAT-FIXED
               MOVE WS-MAP-WORD (3) (1:4) TO WS-NUM-TEXT
               PERFORM CONVERT-MAP-NUMBER
               MOVE WS-NUM-VALUE TO WS-MAP-LEN (WS-MAP-X)
               IF WS-MAP-WORD (4) = "REQ"
                   MOVE "Y" TO WS-MAP-REQ (WS-MAP-X)
               END-IF
               IF WS-MAP-LEN (WS-MAP-X) > 80
                   MOVE 80 TO WS-MAP-LEN (WS-MAP-X)
               END-IF
           ELSE
               IF WS-MAP-WORD (3) = "REQ"
                   MOVE "Y" TO WS-MAP-REQ (WS-MAP-X)
               END-IF
           END-IF.

           IF WS-MAP-COL (WS-MAP-X) = ZERO
                   OR (WS-FORMAT-FIXED
                       AND (WS-MAP-LEN (WS-MAP-X) = ZERO
                            OR WS-MAP-COL (WS-MAP-X)
                               + WS-MAP-LEN (WS-MAP-X) > 2049))
                   OR (NOT WS-FORMAT-FIXED
                       AND WS-MAP-COL (WS-MAP-X) > 100)
               DISPLAY "WLOAD: FIELD " WS-MAP-WORD (1)
                       " HAS NO USABLE COLUMN."
               SET WS-MAP-IN-ERROR TO TRUE
           END-IF.

       ADD-MAP-FIELD-EXIT.
           EXIT.

       CONVERT-MAP-NUMBER.

           MOVE ZERO TO WS-NUM-VALUE.
           MOVE ZERO TO WS-DIGITS.
           INSPECT WS-NUM-TEXT TALLYING WS-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DIGITS > ZERO
               IF WS-NUM-TEXT (1:WS-DIGITS) IS NUMERIC
                   MOVE WS-NUM-TEXT (1:WS-DIGITS) TO WS-NUM-VALUE
               END-IF
           END-IF.

      ******************************************************************
      * THE TARGET -- KEYED I-O WHEN IT OPENS INDEXED, OTHERWISE READ
      * WHOLE INTO STORAGE AND REWRITTEN AT THE END (A FILE NOT YET
      * CREATED STARTS EMPTY).
      ******************************************************************

       OPEN-LOAD-TARGET.

           OPEN I-O WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               SET WS-TARGET-INDEXED TO TRUE
               GO TO OPEN-LOAD-TARGET-EXIT
           END-IF.

           OPEN INPUT WS-TARGET-FILE.
           IF WS-TARGET-FILE-STATUS = "35"
               GO TO OPEN-LOAD-TARGET-EXIT
           END-IF.
           IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "WLOAD: CANNOT OPEN " WS-TARGET-PATH (1:50)
                       " STATUS " WS-TARGET-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-LOAD-TARGET-EXIT
           END-IF.
           PERFORM UNTIL WS-TARGET-EOF
               READ WS-TARGET-FILE
                   AT END
                       SET WS-TARGET-EOF TO TRUE
                   NOT AT END
                       IF WS-LIVE-COUNT < WS-LIVE-MAX
                           ADD 1 TO WS-LIVE-COUNT
                           SET WS-LIV-X TO WS-LIVE-COUNT
                           MOVE WS-TARGET-RECORD
                               TO WS-LIV-RECORD (WS-LIV-X)
                       ELSE
                           DISPLAY "WLOAD: FILE EXCEEDS "
                                   WS-LIVE-MAX " RECORDS -- "
                                   "LOAD REFUSED."
                           MOVE 8 TO RETURN-CODE
                           SET WS-TARGET-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-TARGET-FILE.

       OPEN-LOAD-TARGET-EXIT.
           EXIT.

       CLOSE-LOAD-TARGET.

           IF WS-TARGET-INDEXED
               CLOSE WS-INDEXED-FILE
           ELSE
               OPEN OUTPUT WS-TARGET-FILE
               PERFORM VARYING WS-LIV-X FROM 1 BY 1
                       UNTIL WS-LIV-X > WS-LIVE-COUNT
                   MOVE WS-LIV-RECORD (WS-LIV-X) TO WS-TARGET-RECORD
                   WRITE WS-TARGET-RECORD
               END-PERFORM
               CLOSE WS-TARGET-FILE
           END-IF.

      ******************************************************************
      * ONE INPUT ROW -- VALUES, CHECKS, RECORD, ADD OR REPLACE.
      ******************************************************************

       READ-NEXT-INPUT-ROW.

           READ WS-INPUT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
      *    Reason lines left in a resubmitted .REJ file.
           PERFORM UNTIL WS-INPUT-EOF
                      OR WS-INPUT-RECORD (1:5) NOT = "*REJ*"
               READ WS-INPUT-FILE
                   AT END
                       SET WS-INPUT-EOF TO TRUE
               END-READ
           END-PERFORM.

       LOAD-ONE-ROW.

           MOVE "N" TO WS-ROW-BAD-SWITCH.
           MOVE ZERO TO WS-REASON-COUNT.
           IF WS-INPUT-RECORD = SPACES
               GO TO LOAD-ONE-ROW-EXIT
           END-IF.
           IF NOT WS-FORMAT-FIXED
               PERFORM SPLIT-CSV-ROW
           END-IF.

      *    The values, checked, encoded over a blank record to find
      *    the key.
           MOVE SPACES TO WS-BUILD-AREA.
           PERFORM VARYING WS-MAP-X FROM 1 BY 1
                   UNTIL WS-MAP-X > WS-MAP-COUNT
               PERFORM TAKE-ONE-VALUE
                   THRU TAKE-ONE-VALUE-EXIT
           END-PERFORM.
           IF WS-ROW-BAD
               PERFORM REJECT-ONE-ROW
               GO TO LOAD-ONE-ROW-EXIT
           END-IF.

           PERFORM FIND-EXISTING-RECORD.
           IF WS-KEY-FOUND AND WS-MODE-ADD
               MOVE "RECORD ALREADY ON FILE (MODE ADD)"
                   TO WS-REASON-TEXT
               PERFORM NOTE-ONE-REASON
           END-IF.
           IF NOT WS-KEY-FOUND AND WS-MODE-REPLACE
               MOVE "NO RECORD ON FILE TO REPLACE (MODE REPLACE)"
                   TO WS-REASON-TEXT
               PERFORM NOTE-ONE-REASON
           END-IF.
           IF WS-ROW-BAD
               PERFORM REJECT-ONE-ROW
               GO TO LOAD-ONE-ROW-EXIT
           END-IF.

      *    A replaced record keeps every byte the load does not map.
           IF WS-KEY-FOUND
               MOVE WS-BEFORE-AREA TO WS-BUILD-AREA
               PERFORM VARYING WS-MAP-X FROM 1 BY 1
                       UNTIL WS-MAP-X > WS-MAP-COUNT
                   PERFORM ENCODE-ONE-VALUE
                       THRU ENCODE-ONE-VALUE-EXIT
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-BEFORE-AREA
           END-IF.

           PERFORM STORE-LOADED-RECORD.

       LOAD-ONE-ROW-EXIT.
           EXIT.

      *    COMMA-SEPARATED, A QUOTED COLUMN MAY HOLD COMMAS, A DOUBLED
      *    QUOTE IS ONE QUOTE -- THE WDLMOUT RULES READ BACKWARDS.
       SPLIT-CSV-ROW.

           MOVE SPACES TO WS-CSV-TABLE.
           MOVE 1 TO WS-CSV-COUNT.
           MOVE ZERO TO WS-CSV-OUT.
           MOVE "N" TO WS-CSV-QUOTED-SWITCH.
           MOVE 2048 TO WS-CSV-END.
           PERFORM UNTIL WS-CSV-END = 1
                      OR WS-INPUT-RECORD (WS-CSV-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-END
           END-PERFORM.
           PERFORM VARYING WS-CSV-POS FROM 1 BY 1
                   UNTIL WS-CSV-POS > WS-CSV-END
               MOVE WS-INPUT-RECORD (WS-CSV-POS:1) TO WS-CSV-CHAR
               EVALUATE TRUE
                   WHEN WS-CSV-CHAR = WS-QUOTE AND WS-CSV-IN-QUOTES
                       IF WS-CSV-POS < WS-CSV-END
                          AND WS-INPUT-RECORD (WS-CSV-POS + 1:1)
                              = WS-QUOTE
                           PERFORM ADD-CSV-CHARACTER
                           ADD 1 TO WS-CSV-POS
                       ELSE
                           MOVE "N" TO WS-CSV-QUOTED-SWITCH
                       END-IF
                   WHEN WS-CSV-CHAR = WS-QUOTE
                       MOVE "Y" TO WS-CSV-QUOTED-SWITCH
                   WHEN WS-CSV-CHAR = "," AND NOT WS-CSV-IN-QUOTES
                       IF WS-CSV-COUNT < 100
                           ADD 1 TO WS-CSV-COUNT
                       END-IF
                       MOVE ZERO TO WS-CSV-OUT
                   WHEN OTHER
                       PERFORM ADD-CSV-CHARACTER
               END-EVALUATE
           END-PERFORM.

       ADD-CSV-CHARACTER.

           IF WS-CSV-OUT < 80
               ADD 1 TO WS-CSV-OUT
               MOVE WS-CSV-CHAR
                   TO WS-CSV-COLUMN (WS-CSV-COUNT) (WS-CSV-OUT:1)
           END-IF.

      *    ONE MAPPED VALUE OUT OF THE ROW, CHECKED AND ENCODED.
       TAKE-ONE-VALUE.

           MOVE SPACES TO WS-VALUE.
           IF WS-FORMAT-FIXED
               MOVE WS-INPUT-RECORD (WS-MAP-COL (WS-MAP-X):
                                     WS-MAP-LEN (WS-MAP-X))
                   TO WS-VALUE
           ELSE
               IF WS-MAP-COL (WS-MAP-X) NOT > WS-CSV-COUNT
                   MOVE WS-CSV-COLUMN (WS-MAP-COL (WS-MAP-X))
                       TO WS-VALUE
               END-IF
           END-IF.
           MOVE WS-MAP-FIELD (WS-MAP-X) TO WS-LAY-X.

      *    Numbers may arrive right-justified; text keeps its blanks.
           IF LAY-FLD-IS-NUMERIC (WS-LAY-X) AND WS-VALUE NOT = SPACES
               MOVE 1 TO WS-VALUE-START
               PERFORM UNTIL WS-VALUE (WS-VALUE-START:1) NOT = SPACE
                   ADD 1 TO WS-VALUE-START
               END-PERFORM
               IF WS-VALUE-START > 1
                   MOVE WS-VALUE (WS-VALUE-START:) TO WS-SHIFT-TEXT
                   MOVE WS-SHIFT-TEXT TO WS-VALUE
               END-IF
           END-IF.
           MOVE WS-VALUE TO WS-MAP-VALUE (WS-MAP-X).

           IF WS-VALUE = SPACES
               IF WS-MAP-REQ (WS-MAP-X) = "Y"
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "REQUIRED FIELD " DELIMITED BY SIZE
                          LAY-FLD-NAME (WS-LAY-X) DELIMITED BY SPACE
                          " IS BLANK" DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
                   END-STRING
                   PERFORM NOTE-ONE-REASON
               END-IF
               GO TO TAKE-ONE-VALUE-EXIT
           END-IF.

           PERFORM ENCODE-ONE-VALUE
               THRU ENCODE-ONE-VALUE-EXIT.

       TAKE-ONE-VALUE-EXIT.
           EXIT.

      *    THE VALUE INTO ITS FIELD OF WS-BUILD-AREA THROUGH THE
      *    DICTIONARY'S ENCODER.  A NUMBER THAT WILL NOT FIT, OR A
      *    DATE THAT IS NOT ONE, IS A REASON TO REJECT THE ROW.
       ENCODE-ONE-VALUE.

           MOVE WS-MAP-FIELD (WS-MAP-X) TO WS-LAY-X WS-FIELD-NUM.
           MOVE WS-MAP-VALUE (WS-MAP-X) TO WS-VALUE.
           IF WS-VALUE = SPACES
               GO TO ENCODE-ONE-VALUE-EXIT
           END-IF.
           CALL "WLAYPUT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
               WS-VALUE, WS-BUILD-AREA, WS-PUT-RETURN.
           IF WS-PUT-RETURN = ZERO
               GO TO ENCODE-ONE-VALUE-EXIT
           END-IF.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE WS-PUT-RETURN
               WHEN 1
                   STRING "FIELD " DELIMITED BY SIZE
                          LAY-FLD-NAME (WS-LAY-X) DELIMITED BY SPACE
                          " IS NOT NUMERIC" DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
                   END-STRING
               WHEN 2
                   STRING "VALUE TOO LARGE FOR FIELD "
                          LAY-FLD-NAME (WS-LAY-X)
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "FIELD " DELIMITED BY SIZE
                          LAY-FLD-NAME (WS-LAY-X) DELIMITED BY SPACE
                          " VALUE IS NOT VALID FOR ITS TYPE"
                          DELIMITED BY SIZE INTO WS-REASON-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM NOTE-ONE-REASON.

       ENCODE-ONE-VALUE-EXIT.
           EXIT.

       NOTE-ONE-REASON.

           SET WS-ROW-BAD TO TRUE.
           IF WS-REASON-COUNT < 10
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-TEXT TO WS-REASON (WS-REASON-COUNT)
           END-IF.

      *    THE ROW AS IT CAME, THEN ITS REASONS; THE SAME REASONS ON
      *    THE REPORT.
       REJECT-ONE-ROW.

           ADD 1 TO WS-REJECT-COUNT.
           WRITE WS-REJECT-RECORD FROM WS-INPUT-RECORD.
           MOVE WS-ROW-NUMBER TO WS-ROW-DISP.
           MOVE 1 TO WS-ROW-START.
           INSPECT WS-ROW-DISP TALLYING WS-ROW-START
               FOR LEADING SPACES.
           PERFORM VARYING WS-REASON-X FROM 1 BY 1
                   UNTIL WS-REASON-X > WS-REASON-COUNT
               MOVE SPACES TO WS-REJECT-RECORD
               STRING "*REJ* ROW " WS-ROW-DISP (WS-ROW-START:) ": "
                      WS-REASON (WS-REASON-X)
                   DELIMITED BY SIZE INTO WS-REJECT-RECORD
               END-STRING
               WRITE WS-REJECT-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ROW " WS-ROW-DISP (WS-ROW-START:) " REJECTED: "
                      WS-REASON (WS-REASON-X)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WLOAD-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

      *    THE RECORD ALREADY ON FILE WITH THE NEW RECORD'S KEY.
       FIND-EXISTING-RECORD.

           MOVE "N" TO WS-KEY-FOUND-SWITCH.
           MOVE SPACES TO WS-BEFORE-AREA.
           IF WS-TARGET-INDEXED
               MOVE WS-BUILD-AREA TO WLX-RECORD
               READ WS-INDEXED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-KEY-FOUND TO TRUE
                       MOVE WLX-RECORD TO WS-BEFORE-AREA
               END-READ
           ELSE
               MOVE ZERO TO WS-MATCH-NUM
               PERFORM VARYING WS-LIV-X FROM 1 BY 1
                       UNTIL WS-LIV-X > WS-LIVE-COUNT
                          OR WS-MATCH-NUM > ZERO
                   IF WS-LIV-RECORD (WS-LIV-X) (1:WS-KEYLEN)
                           = WS-BUILD-AREA (1:WS-KEYLEN)
                       SET WS-MATCH-NUM TO WS-LIV-X
                   END-IF
               END-PERFORM
               IF WS-MATCH-NUM > ZERO
                   SET WS-KEY-FOUND TO TRUE
                   SET WS-LIV-X TO WS-MATCH-NUM
                   MOVE WS-LIV-RECORD (WS-LIV-X) TO WS-BEFORE-AREA
               END-IF
           END-IF.

      *    ADD OR REPLACE, WITH THE JOURNAL AND THE CHANGE AUDIT.
       STORE-LOADED-RECORD.

           IF WS-KEY-FOUND
               MOVE WS-BEFORE-AREA (1:512) TO WS-JRNL-IMAGE
               CALL "WJRNL" USING "BEF", WS-TARGET-VOL, WS-TARGET-LIB,
                   WS-TARGET-FIL, WS-JRNL-IMAGE
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

           IF WS-TARGET-INDEXED
               MOVE WS-BUILD-AREA TO WLX-RECORD
               IF WS-KEY-FOUND
                   REWRITE WLX-RECORD
               ELSE
                   WRITE WLX-RECORD
               END-IF
               IF WS-INDEXED-STATUS NOT = "00"
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "TARGET WRITE FAILED, STATUS "
                          WS-INDEXED-STATUS
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
                   END-STRING
                   PERFORM NOTE-ONE-REASON
                   PERFORM REJECT-ONE-ROW
                   GO TO STORE-LOADED-RECORD-EXIT
               END-IF
           ELSE
               IF WS-KEY-FOUND
                   SET WS-LIV-X TO WS-MATCH-NUM
               ELSE
                   IF WS-LIVE-COUNT NOT < WS-LIVE-MAX
                       MOVE "TARGET FILE IS FULL FOR A LOAD"
                           TO WS-REASON-TEXT
                       PERFORM NOTE-ONE-REASON
                       PERFORM REJECT-ONE-ROW
                       GO TO STORE-LOADED-RECORD-EXIT
                   END-IF
                   ADD 1 TO WS-LIVE-COUNT
                   SET WS-LIV-X TO WS-LIVE-COUNT
               END-IF
               MOVE WS-BUILD-AREA TO WS-LIV-RECORD (WS-LIV-X)
           END-IF.

      *    The record as stored, for WROLLFWD.
           MOVE WS-BUILD-AREA (1:512) TO WS-JRNL-IMAGE.
           CALL "WJRNL" USING "AFT", WS-TARGET-VOL, WS-TARGET-LIB,
               WS-TARGET-FIL, WS-JRNL-IMAGE
               ON EXCEPTION CONTINUE
           END-CALL.

           IF WS-KEY-FOUND
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           ADD 1 TO WS-LOADED-COUNT.

           MOVE WS-BUILD-AREA (1:32) TO WS-AUD-RECKEY.
           IF WS-KEYLEN < 32
               MOVE SPACES TO WS-AUD-RECKEY (WS-KEYLEN + 1:)
           END-IF.
           MOVE WS-BEFORE-AREA (1:256) TO WS-AUD-BEFORE.
           MOVE WS-BUILD-AREA (1:256) TO WS-AUD-AFTER.
           CALL "WCHGAUD" USING WS-TARGET-VOL, WS-TARGET-LIB,
               WS-TARGET-FIL, WS-AUD-RECKEY, WS-AUD-BEFORE,
               WS-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

       STORE-LOADED-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * TOTALS, CONTROL REGISTRATION, AND THE OPEN-AUDIT ENTRY.
      ******************************************************************

       FINISH-LOAD.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WLOAD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISP.
           STRING "RECORDS ADDED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLOAD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-REPLACED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECORDS REPLACED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLOAD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ROWS REJECTED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WLOAD-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WLOAD-REPORT-FILE.

           CALL "WCTLTOT" USING "REG", WS-TARGET-VOL, WS-TARGET-LIB,
               WS-TARGET-FIL, WS-LOADED-COUNT, WS-ZERO-AMOUNT,
               WS-CTL-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO OPENFAUD-RECORD.
           MOVE WS-STAMP-DATE TO OA-REC-DATE.
           MOVE WS-STAMP-TIME TO OA-REC-TIME.
           MOVE ZERO TO OA-REC-SEQ.
           MOVE WS-TARGET-VOL TO OA-REC-VOL.
           MOVE WS-TARGET-LIB TO OA-REC-LIB.
           MOVE WS-TARGET-FIL TO OA-REC-FILE.
           MOVE SPACES TO OA-REC-APP-NAME.
           STRING "WLOAD " WS-LOAD-NAME DELIMITED BY SIZE
               INTO OA-REC-APP-NAME
           END-STRING.
           MOVE "WLOAD" TO OA-REC-PGM-NAME.
           MOVE "LOAD" TO OA-REC-MODE.
           MOVE ZERO TO OA-REC-WAIT.
           MOVE WS-RUN-ID TO OA-REC-RUN.
           MOVE WS-TARGET-PATH TO OA-REC-PATH.
           CALL "WOPNAUD" USING OPENFAUD-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

           MOVE WS-LOADED-COUNT TO WS-COUNT-DISP.
           DISPLAY "WLOAD: " WS-COUNT-DISP " RECORD(S) LOADED INTO "
                   WS-TARGET-VOL " " WS-TARGET-LIB " " WS-TARGET-FIL.
           IF WS-REJECT-COUNT > ZERO
               MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
               DISPLAY "WLOAD: " WS-COUNT-DISP " ROW(S) REJECTED -- "
                       "SEE WLOAD.RPT AND " WS-REJECT-PATH (1:50)
               MOVE 4 TO RETURN-CODE
           END-IF.

       STOP-RUN.

           STOP RUN.
