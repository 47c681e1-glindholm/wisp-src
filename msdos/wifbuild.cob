      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WIFBUILD.
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
      *    WIFBUILD builds a finished outbound interface file -- the
      *    bank payment file, the payroll deposit file, the GL feed
      *    -- from an application's detail file, so the header and
      *    trailer records, the record count and the hash total are
      *    produced one way for every interface instead of by hand
      *    in each program:
      *
      *        WIFBUILD interface-name [detail-path]
      *
      *    The interface is the outbound (DIR O) line of WIFREG.DAT
      *    with that name; its PATH (WPATHSUB tokens expanded) is
      *    the finished file.  Its format is in WIFFMT.DAT (copybook
      *    wiffmt): the HEADER and TRAILER templates, the AMOUNT
      *    columns summed for the hash total, and the default INPUT
      *    detail path.  The detail records are copied through as
      *    they stand.
      *
      *    The detail file is read once to count it and sum its
      *    amounts -- an amount that is not a number stops the build
      *    before anything is written.  The file is then written to
      *    <path>.TMP and renamed into place only when complete, so
      *    the counterparty never collects half a file.  Then:
      *
      *        - the count and hash are registered with WCTLTOT under
      *          the interface's VOL/LIB/FILE triple;
      *        - a line is appended to WIFPROD.DAT (copybook wifprod),
      *          which WINTFOP shows as PRODUCED and verifies from;
      *        - the counterparty's file sequence number in
      *          WIFSEQ.DAT is advanced.
      *
      *    The sequence number is kept per COUNTERPART (the interface
      *    name when WIFREG.DAT gives none), one line each:
      *
      *        PARTNER(20) sp SEQ(6) sp DATE(8) sp INTERFACE(12)
      *
      *    The build uses the next number (999999 is followed by 1)
      *    and the file is rewritten only after the finished file is
      *    in place, under the WENQ lock "IFSEQ" for the whole build,
      *    so a failed or rerun build reuses the number and two
      *    builds for one counterparty never share one.
      *
      *    RETURN-CODE is 8 when no file was produced, 4 when the
      *    file was produced but its registration or the sequence
      *    number could not be recorded.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIFREG-FILE ASSIGN TO "WIFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT WIFFMT-FILE ASSIGN TO "WIFFMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMT-FILE-STATUS.
           SELECT WIFSEQ-FILE ASSIGN TO "WIFSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT WIFPROD-FILE ASSIGN TO "WIFPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT WS-DETAIL-FILE ASSIGN TO WS-DETAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
           SELECT WS-OUTPUT-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WIFREG-FILE.
       01  WIFREG-RECORD.
           05  RG-REC-NAME            PIC X(12).
           05  FILLER                 PIC X.
           05  RG-REC-DIR             PIC X.
           05  FILLER                 PIC X.
           05  RG-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  RG-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  RG-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  RG-REC-FROM            PIC 9(4).
           05  FILLER                 PIC X.
           05  RG-REC-TO              PIC 9(4).
           05  FILLER                 PIC X.
           05  RG-REC-PARTNER         PIC X(20).
           05  FILLER                 PIC X.
           05  RG-REC-PATH            PIC X(60).

       FD  WIFFMT-FILE.
       COPY "wiffmt.cpy".

       FD  WIFSEQ-FILE.
       01  WIFSEQ-RECORD.
           05  SQ-REC-PARTNER         PIC X(20).
           05  FILLER                 PIC X.
           05  SQ-REC-SEQ             PIC 9(6).
           05  FILLER                 PIC X.
           05  SQ-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  SQ-REC-NAME            PIC X(12).

       FD  WIFPROD-FILE.
       COPY "wifprod.cpy".

       FD  WS-DETAIL-FILE.
       01  WS-DETAIL-RECORD           PIC X(2048).

       FD  WS-OUTPUT-FILE.
       01  WS-OUTPUT-RECORD           PIC X(2048).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-IF-NAME                 PIC X(12).
       01  WS-ARG-PATH                PIC X(80).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-REG-FILE-STATUS         PIC XX.
       01  WS-FMT-FILE-STATUS         PIC XX.
       01  WS-SEQ-FILE-STATUS         PIC XX.
       01  WS-PROD-FILE-STATUS        PIC XX.
       01  WS-DETAIL-FILE-STATUS      PIC XX.
       01  WS-OUTPUT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X     VALUE "N".
           88  WS-EOF                           VALUE "Y".
       01  WS-FAILED-SWITCH           PIC X     VALUE "N".
           88  WS-BUILD-FAILED                  VALUE "Y".
       01  WS-REG-FAILED-SWITCH       PIC X     VALUE "N".
           88  WS-REG-FAILED                    VALUE "Y".
       01  WS-SEQ-SAVED-SWITCH        PIC X     VALUE "Y".
           88  WS-SEQ-NOT-SAVED                 VALUE "N".

       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-BUILD-TIME              PIC 9(8).

      *    The interface, from WIFREG.DAT.
       01  WS-IF-FOUND-SWITCH         PIC X     VALUE "N".
           88  WS-IF-FOUND                      VALUE "Y".
       01  WS-IF-DIR                  PIC X.
       01  WS-IF-VOL                  PIC X(6).
       01  WS-IF-LIB                  PIC X(8).
       01  WS-IF-FILE                 PIC X(8).
       01  WS-IF-PARTNER              PIC X(20).
       01  WS-IF-PATH                 PIC X(80).

      *    Its format, from WIFFMT.DAT.
       01  WS-HEADER-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-TRAILER-COUNT           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-TEMPLATE-MAX            PIC 9(4)  VALUE 20.
       01  WS-HEADER-TABLE.
           05  WS-HEADER-TEXT         PIC X(200) OCCURS 20 TIMES.
       01  WS-TRAILER-TABLE.
           05  WS-TRAILER-TEXT        PIC X(200) OCCURS 20 TIMES.
       01  WS-TEMPLATE-X              PIC 9(4)  COMP-5.
       01  WS-AMOUNT-POS              PIC 9(4)  VALUE ZERO.
       01  WS-AMOUNT-LEN              PIC 9(4)  VALUE ZERO.
       01  WS-FMT-WORDS.
           05  WS-FMT-WORD            PIC X(20) OCCURS 2 TIMES.
       01  WS-FMT-IN-ERROR-SWITCH     PIC X     VALUE "N".
           88  WS-FMT-IN-ERROR                  VALUE "Y".
       01  WS-NUM-TEXT                PIC X(4).
       01  WS-NUM-VALUE               PIC 9(4).
       01  WS-DIGITS                  PIC 9(4)  COMP-5.

      *    Paths -- the detail file, the finished file, the work file
      *    it is built in.
       01  WS-DETAIL-PATH             PIC X(80).
       01  WS-WORK-PATH               PIC X(84).
       01  WS-FINAL-PATH              PIC X(84).
       01  WS-PATH-SCAN               PIC 9(4)  COMP-5.
       01  WS-PATH-LEN                PIC 9(4)  COMP-5.
       01  WS-TOKEN-SWITCH            PIC X.
       01  WS-FILE-RC                 PIC S9(9) COMP-5.

      *    Count and hash of the detail records.
       01  WS-DETAIL-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-HASH-SUM                PIC 9(18) VALUE ZERO.
       01  WS-HASH-TOTAL              PIC 9(15) VALUE ZERO.
       01  WS-AMOUNT-TEXT             PIC X(15).
       01  WS-AMOUNT-VALUE            PIC 9(15).
       01  WS-BAD-COUNT               PIC 9(9)  VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-HASH-DISP               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-WRITTEN-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-CTL-RETURN              PIC 9.

      *    Counterparty sequence numbers, WIFSEQ.DAT held whole.
       01  WS-LOCK-NAME               PIC X(20) VALUE "IFSEQ".
       01  WS-ENQ-RETURN              PIC 9.
       01  WS-SEQ-PARTNER             PIC X(20).
       01  WS-SEQ-NUMBER              PIC 9(6)  VALUE ZERO.
       01  WS-SEQ-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SEQ-MAX                 PIC 9(4)  VALUE 200.
       01  WS-SEQ-MATCH               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-LINE            PIC X(49) OCCURS 200 TIMES
                                      INDEXED BY WS-SEQ-X.

      *    Template expansion.
       01  WS-TEMPLATE                PIC X(200).
       01  WS-BUILT-LINE              PIC X(2048).
       01  WS-BUILT-PTR               PIC 9(4)  COMP-5.
       01  WS-TPL-X                   PIC 9(4)  COMP-5.
       01  WS-TPL-END                 PIC 9(4)  COMP-5.
       01  WS-TOKEN-LEN               PIC 9(4)  COMP-5.
       01  WS-TOKEN-KIND              PIC X.
           88  WS-TOKEN-NUMERIC                 VALUE "N".
           88  WS-TOKEN-TEXTUAL                 VALUE "T".
       01  WS-TOKEN-WIDTH             PIC 9(4)  COMP-5.
       01  WS-TOKEN-NUM               PIC 9(20).
       01  WS-TOKEN-TEXT              PIC X(20).
       01  WS-WIDTH-TEXT              PIC XX.
       01  WS-WIDTH-VALUE             PIC 99.
       01  WS-TODAY-YYMMDD            PIC 9(6).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WIFBUILD.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-IF-NAME WS-ARG-PATH.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-IF-NAME, WS-ARG-PATH
           END-UNSTRING.
           IF WS-IF-NAME = SPACES
               DISPLAY "WIFBUILD: USAGE IS  WIFBUILD INTERFACE-NAME "
                       "[DETAIL-PATH]"
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
           MOVE WS-BUSINESS-DATE (3:6) TO WS-TODAY-YYMMDD.
           ACCEPT WS-BUILD-TIME FROM TIME.

           PERFORM LOAD-INTERFACE-ENTRY
               THRU LOAD-INTERFACE-ENTRY-EXIT.
           IF NOT WS-IF-FOUND
               DISPLAY "WIFBUILD: " WS-IF-NAME
                       " IS NOT AN INTERFACE IN WIFREG.DAT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           IF WS-IF-DIR NOT = "O"
               DISPLAY "WIFBUILD: " WS-IF-NAME
                       " IS NOT AN OUTBOUND INTERFACE."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM LOAD-FORMAT-DEFINITION
               THRU LOAD-FORMAT-DEFINITION-EXIT.
           IF WS-FMT-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           IF WS-ARG-PATH NOT = SPACES
               MOVE WS-ARG-PATH TO WS-DETAIL-PATH
           END-IF.
           IF WS-DETAIL-PATH = SPACES
               DISPLAY "WIFBUILD: NO DETAIL PATH GIVEN AND NONE IN "
                       "THE FORMAT OF " WS-IF-NAME "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.
           PERFORM EXPAND-DETAIL-PATH.
           PERFORM EXPAND-INTERFACE-PATH.

           PERFORM COUNT-DETAIL-RECORDS
               THRU COUNT-DETAIL-RECORDS-EXIT.
           IF WS-BUILD-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           CALL "WENQ" USING "WAI", WS-LOCK-NAME, WS-ENQ-RETURN.
           IF WS-ENQ-RETURN NOT = ZERO
               DISPLAY "WIFBUILD: THE FILE SEQUENCE LOCK IFSEQ COULD "
                       "NOT BE HAD."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM LOAD-SEQUENCE-NUMBERS
               THRU LOAD-SEQUENCE-NUMBERS-EXIT.
           IF NOT WS-BUILD-FAILED
               PERFORM WRITE-INTERFACE-FILE
                   THRU WRITE-INTERFACE-FILE-EXIT
           END-IF.
           IF NOT WS-BUILD-FAILED
               PERFORM PUT-FILE-IN-PLACE
                   THRU PUT-FILE-IN-PLACE-EXIT
           END-IF.
           IF NOT WS-BUILD-FAILED
               PERFORM REGISTER-PRODUCED-FILE
               PERFORM REWRITE-SEQUENCE-NUMBERS
                   THRU REWRITE-SEQUENCE-NUMBERS-EXIT
           END-IF.

           CALL "WENQ" USING "DEQ", WS-LOCK-NAME, WS-ENQ-RETURN.

           IF WS-BUILD-FAILED
               CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "WIFBUILD: " WS-IF-NAME " NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISP.
           MOVE WS-HASH-TOTAL TO WS-HASH-DISP.
           DISPLAY "WIFBUILD: " WS-IF-NAME " PRODUCED AS "
                   WS-FINAL-PATH.
           DISPLAY "WIFBUILD: SEQUENCE " WS-SEQ-NUMBER " FOR "
                   WS-SEQ-PARTNER.
           DISPLAY "WIFBUILD: DETAIL RECORDS " WS-COUNT-DISP
                   "  HASH TOTAL " WS-HASH-DISP.
           IF WS-REG-FAILED
               DISPLAY "WIFBUILD: THE CONTROL TOTALS COULD NOT BE "
                       "REGISTERED WITH WCTLTOT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SEQ-NOT-SAVED
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE INTERFACE AND ITS FORMAT.
      ******************************************************************

       LOAD-INTERFACE-ENTRY.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WIFREG-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               GO TO LOAD-INTERFACE-ENTRY-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF OR WS-IF-FOUND
               READ WIFREG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RG-REC-NAME (1:1) NOT = "*"
                               AND RG-REC-NAME = WS-IF-NAME
                           SET WS-IF-FOUND TO TRUE
                           MOVE RG-REC-DIR TO WS-IF-DIR
                           MOVE RG-REC-VOL TO WS-IF-VOL
                           MOVE RG-REC-LIB TO WS-IF-LIB
                           MOVE RG-REC-FILE TO WS-IF-FILE
                           MOVE RG-REC-PARTNER TO WS-IF-PARTNER
                           MOVE SPACES TO WS-IF-PATH
                           MOVE RG-REC-PATH TO WS-IF-PATH (1:60)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIFREG-FILE.

       LOAD-INTERFACE-ENTRY-EXIT.
           EXIT.

       LOAD-FORMAT-DEFINITION.

           MOVE SPACES TO WS-DETAIL-PATH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WIFFMT-FILE.
           IF WS-FMT-FILE-STATUS NOT = "00"
               DISPLAY "WIFBUILD: WIFFMT.DAT COULD NOT BE OPENED."
               SET WS-FMT-IN-ERROR TO TRUE
               GO TO LOAD-FORMAT-DEFINITION-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WIFFMT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF IFF-REC-NAME (1:1) NOT = "*"
                               AND IFF-REC-NAME = WS-IF-NAME
                           PERFORM APPLY-FORMAT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIFFMT-FILE.

           IF WS-HEADER-COUNT = ZERO AND WS-TRAILER-COUNT = ZERO
               DISPLAY "WIFBUILD: WIFFMT.DAT HAS NO HEADER OR TRAILER "
                       "FOR " WS-IF-NAME "."
               SET WS-FMT-IN-ERROR TO TRUE
           END-IF.

       LOAD-FORMAT-DEFINITION-EXIT.
           EXIT.

       APPLY-FORMAT-LINE.

           EVALUATE IFF-REC-VERB
               WHEN "HEADER"
                   IF WS-HEADER-COUNT < WS-TEMPLATE-MAX
                       ADD 1 TO WS-HEADER-COUNT
                       MOVE IFF-REC-TEXT
                           TO WS-HEADER-TEXT (WS-HEADER-COUNT)
                   END-IF
               WHEN "TRAILER"
                   IF WS-TRAILER-COUNT < WS-TEMPLATE-MAX
                       ADD 1 TO WS-TRAILER-COUNT
                       MOVE IFF-REC-TEXT
                           TO WS-TRAILER-TEXT (WS-TRAILER-COUNT)
                   END-IF
               WHEN "AMOUNT"
                   MOVE SPACES TO WS-FMT-WORDS
                   UNSTRING IFF-REC-TEXT DELIMITED BY ALL " "
                       INTO WS-FMT-WORD (1), WS-FMT-WORD (2)
                   END-UNSTRING
                   MOVE WS-FMT-WORD (1) (1:4) TO WS-NUM-TEXT
                   PERFORM CONVERT-FORMAT-NUMBER
                   MOVE WS-NUM-VALUE TO WS-AMOUNT-POS
                   MOVE WS-FMT-WORD (2) (1:4) TO WS-NUM-TEXT
                   PERFORM CONVERT-FORMAT-NUMBER
                   MOVE WS-NUM-VALUE TO WS-AMOUNT-LEN
                   IF WS-AMOUNT-POS = ZERO
                           OR WS-AMOUNT-LEN = ZERO
                           OR WS-AMOUNT-LEN > 15
                           OR WS-AMOUNT-POS + WS-AMOUNT-LEN > 2049
                       DISPLAY "WIFBUILD: AMOUNT " IFF-REC-TEXT (1:20)
                               " IS NOT POS LEN (LEN 1 TO 15)."
                       SET WS-FMT-IN-ERROR TO TRUE
                   END-IF
               WHEN "INPUT"
                   MOVE IFF-REC-TEXT (1:80) TO WS-DETAIL-PATH
               WHEN OTHER
                   DISPLAY "WIFBUILD: UNKNOWN VERB " IFF-REC-VERB
                           " FOR " WS-IF-NAME
                   SET WS-FMT-IN-ERROR TO TRUE
           END-EVALUATE.

       CONVERT-FORMAT-NUMBER.

           MOVE ZERO TO WS-NUM-VALUE.
           MOVE ZERO TO WS-DIGITS.
           INSPECT WS-NUM-TEXT TALLYING WS-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DIGITS > ZERO
               IF WS-NUM-TEXT (1:WS-DIGITS) IS NUMERIC
                   MOVE WS-NUM-TEXT (1:WS-DIGITS) TO WS-NUM-VALUE
               END-IF
           END-IF.

       EXPAND-DETAIL-PATH.

           MOVE "N" TO WS-TOKEN-SWITCH.
           PERFORM VARYING WS-PATH-SCAN FROM 1 BY 1
                   UNTIL WS-PATH-SCAN > 80
                      OR WS-TOKEN-SWITCH = "Y"
               IF WS-DETAIL-PATH (WS-PATH-SCAN:1) = "&"
                   MOVE "Y" TO WS-TOKEN-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TOKEN-SWITCH = "Y"
               CALL "WPATHSUB" USING WS-DETAIL-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

      *    The finished file, and <path>.TMP beside it to build in.
       EXPAND-INTERFACE-PATH.

           MOVE "N" TO WS-TOKEN-SWITCH.
           PERFORM VARYING WS-PATH-SCAN FROM 1 BY 1
                   UNTIL WS-PATH-SCAN > 80
                      OR WS-TOKEN-SWITCH = "Y"
               IF WS-IF-PATH (WS-PATH-SCAN:1) = "&"
                   MOVE "Y" TO WS-TOKEN-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TOKEN-SWITCH = "Y"
               CALL "WPATHSUB" USING WS-IF-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           MOVE ZERO TO WS-PATH-LEN.
           PERFORM VARYING WS-PATH-SCAN FROM 80 BY -1
                   UNTIL WS-PATH-SCAN < 1
                      OR WS-PATH-LEN > ZERO
               IF WS-IF-PATH (WS-PATH-SCAN:1) NOT = SPACE
                   MOVE WS-PATH-SCAN TO WS-PATH-LEN
               END-IF
           END-PERFORM.
           IF WS-PATH-LEN = ZERO
               MOVE 1 TO WS-PATH-LEN
           END-IF.
           MOVE SPACES TO WS-FINAL-PATH WS-WORK-PATH.
           MOVE WS-IF-PATH (1:WS-PATH-LEN) TO WS-FINAL-PATH.
           STRING WS-IF-PATH (1:WS-PATH-LEN) DELIMITED BY SIZE
                  ".TMP"                     DELIMITED BY SIZE
                  INTO WS-WORK-PATH
           END-STRING.

      ******************************************************************
      * THE COUNTING PASS -- COUNT AND HASH TOTAL, AND NO BUILD WHEN
      * AN AMOUNT IS NOT A NUMBER.
      ******************************************************************

       COUNT-DETAIL-RECORDS.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WS-DETAIL-FILE.
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "WIFBUILD: THE DETAIL FILE " WS-DETAIL-PATH
                       " COULD NOT BE OPENED."
               SET WS-BUILD-FAILED TO TRUE
               GO TO COUNT-DETAIL-RECORDS-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WS-DETAIL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DETAIL-COUNT
                       IF WS-AMOUNT-LEN > ZERO
                           PERFORM ADD-DETAIL-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-DETAIL-FILE.
           MOVE WS-HASH-SUM TO WS-HASH-TOTAL.

           IF WS-BAD-COUNT > ZERO
               MOVE WS-BAD-COUNT TO WS-COUNT-DISP
               DISPLAY "WIFBUILD: " WS-COUNT-DISP " DETAIL RECORD(S) "
                       "WITH AN AMOUNT THAT IS NOT A NUMBER."
               SET WS-BUILD-FAILED TO TRUE
           END-IF.

       COUNT-DETAIL-RECORDS-EXIT.
           EXIT.

      *    Leading blanks count as zeros; anything else not a digit
      *    rejects the record.
       ADD-DETAIL-AMOUNT.

           MOVE ZERO TO WS-AMOUNT-VALUE.
           MOVE SPACES TO WS-AMOUNT-TEXT.
           MOVE WS-DETAIL-RECORD (WS-AMOUNT-POS:WS-AMOUNT-LEN)
               TO WS-AMOUNT-TEXT (16 - WS-AMOUNT-LEN:WS-AMOUNT-LEN).
           INSPECT WS-AMOUNT-TEXT REPLACING LEADING SPACE BY ZERO.
           IF WS-AMOUNT-TEXT IS NUMERIC
               MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-VALUE
               ADD WS-AMOUNT-VALUE TO WS-HASH-SUM
           ELSE
               ADD 1 TO WS-BAD-COUNT
               IF WS-BAD-COUNT NOT > 10
                   MOVE WS-DETAIL-COUNT TO WS-COUNT-DISP
                   DISPLAY "WIFBUILD: RECORD " WS-COUNT-DISP
                           " AMOUNT '"
                           WS-DETAIL-RECORD
                               (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                           "'"
               END-IF
           END-IF.

      ******************************************************************
      * THE COUNTERPARTY'S SEQUENCE NUMBERS -- READ UNDER THE LOCK,
      * WRITTEN BACK ONLY WHEN THE FILE IS IN PLACE.
      ******************************************************************

       LOAD-SEQUENCE-NUMBERS.

           MOVE WS-IF-PARTNER TO WS-SEQ-PARTNER.
           IF WS-SEQ-PARTNER = SPACES
               MOVE WS-IF-NAME TO WS-SEQ-PARTNER
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WIFSEQ-FILE.
           IF WS-SEQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ WIFSEQ-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM HOLD-SEQUENCE-LINE
                   END-READ
               END-PERFORM
               CLOSE WIFSEQ-FILE
           END-IF.
           IF WS-BUILD-FAILED
               DISPLAY "WIFBUILD: WIFSEQ.DAT IS FULL."
               GO TO LOAD-SEQUENCE-NUMBERS-EXIT
           END-IF.

           IF WS-SEQ-MATCH = ZERO
               IF WS-SEQ-COUNT NOT < WS-SEQ-MAX
                   DISPLAY "WIFBUILD: WIFSEQ.DAT IS FULL."
                   SET WS-BUILD-FAILED TO TRUE
                   GO TO LOAD-SEQUENCE-NUMBERS-EXIT
               END-IF
               ADD 1 TO WS-SEQ-COUNT
               MOVE WS-SEQ-COUNT TO WS-SEQ-MATCH
               MOVE SPACES TO WIFSEQ-RECORD
               MOVE WS-SEQ-PARTNER TO SQ-REC-PARTNER
               MOVE ZERO TO SQ-REC-SEQ
               MOVE ZERO TO SQ-REC-DATE
               MOVE WIFSEQ-RECORD TO WS-SEQ-LINE (WS-SEQ-MATCH)
           END-IF.

           MOVE WS-SEQ-LINE (WS-SEQ-MATCH) TO WIFSEQ-RECORD.
           IF SQ-REC-SEQ IS NOT NUMERIC OR SQ-REC-SEQ = 999999
               MOVE 1 TO WS-SEQ-NUMBER
           ELSE
               COMPUTE WS-SEQ-NUMBER = SQ-REC-SEQ + 1
           END-IF.

       LOAD-SEQUENCE-NUMBERS-EXIT.
           EXIT.

       HOLD-SEQUENCE-LINE.

           IF WS-SEQ-COUNT NOT < WS-SEQ-MAX
               SET WS-BUILD-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-SEQ-COUNT
               MOVE WIFSEQ-RECORD TO WS-SEQ-LINE (WS-SEQ-COUNT)
               IF SQ-REC-PARTNER = WS-SEQ-PARTNER
                   MOVE WS-SEQ-COUNT TO WS-SEQ-MATCH
               END-IF
           END-IF.

       REWRITE-SEQUENCE-NUMBERS.

           MOVE WS-SEQ-LINE (WS-SEQ-MATCH) TO WIFSEQ-RECORD.
           MOVE WS-SEQ-NUMBER TO SQ-REC-SEQ.
           MOVE WS-BUSINESS-DATE TO SQ-REC-DATE.
           MOVE WS-IF-NAME TO SQ-REC-NAME.
           MOVE WIFSEQ-RECORD TO WS-SEQ-LINE (WS-SEQ-MATCH).

           OPEN OUTPUT WIFSEQ-FILE.
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "WIFBUILD: WIFSEQ.DAT COULD NOT BE WRITTEN -- "
                       "SEQUENCE " WS-SEQ-NUMBER " NOT RECORDED."
               SET WS-SEQ-NOT-SAVED TO TRUE
               GO TO REWRITE-SEQUENCE-NUMBERS-EXIT
           END-IF.
           PERFORM VARYING WS-SEQ-X FROM 1 BY 1
                   UNTIL WS-SEQ-X > WS-SEQ-COUNT
               MOVE WS-SEQ-LINE (WS-SEQ-X) TO WIFSEQ-RECORD
               WRITE WIFSEQ-RECORD
           END-PERFORM.
           CLOSE WIFSEQ-FILE.

       REWRITE-SEQUENCE-NUMBERS-EXIT.
           EXIT.

      ******************************************************************
      * THE BUILD -- HEADERS, THE DETAIL RECORDS AS THEY STAND, THEN
      * TRAILERS, INTO THE WORK FILE.
      ******************************************************************

       WRITE-INTERFACE-FILE.

           OPEN OUTPUT WS-OUTPUT-FILE.
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "WIFBUILD: " WS-WORK-PATH
                       " COULD NOT BE CREATED."
               SET WS-BUILD-FAILED TO TRUE
               GO TO WRITE-INTERFACE-FILE-EXIT
           END-IF.

           PERFORM VARYING WS-TEMPLATE-X FROM 1 BY 1
                   UNTIL WS-TEMPLATE-X > WS-HEADER-COUNT
               MOVE WS-HEADER-TEXT (WS-TEMPLATE-X) TO WS-TEMPLATE
               PERFORM EXPAND-TEMPLATE
               WRITE WS-OUTPUT-RECORD FROM WS-BUILT-LINE
           END-PERFORM.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WS-DETAIL-FILE.
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WS-DETAIL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WRITTEN-COUNT
                       WRITE WS-OUTPUT-RECORD FROM WS-DETAIL-RECORD
               END-READ
           END-PERFORM.
           IF WS-DETAIL-FILE-STATUS NOT = "35"
               CLOSE WS-DETAIL-FILE
           END-IF.

           PERFORM VARYING WS-TEMPLATE-X FROM 1 BY 1
                   UNTIL WS-TEMPLATE-X > WS-TRAILER-COUNT
               MOVE WS-TRAILER-TEXT (WS-TEMPLATE-X) TO WS-TEMPLATE
               PERFORM EXPAND-TEMPLATE
               WRITE WS-OUTPUT-RECORD FROM WS-BUILT-LINE
           END-PERFORM.
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "WIFBUILD: WRITING " WS-WORK-PATH
                       " FAILED, STATUS " WS-OUTPUT-FILE-STATUS "."
               SET WS-BUILD-FAILED TO TRUE
           END-IF.
           CLOSE WS-OUTPUT-FILE.

      *    The detail file changed between the passes -- the totals
      *    already counted would not match what was written.
           IF WS-WRITTEN-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "WIFBUILD: THE DETAIL FILE CHANGED DURING THE "
                       "BUILD."
               SET WS-BUILD-FAILED TO TRUE
           END-IF.

       WRITE-INTERFACE-FILE-EXIT.
           EXIT.

       PUT-FILE-IN-PLACE.

           CALL "CBL_DELETE_FILE" USING WS-FINAL-PATH
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-WORK-PATH, WS-FINAL-PATH.
           MOVE RETURN-CODE TO WS-FILE-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-FILE-RC NOT = ZERO
               DISPLAY "WIFBUILD: " WS-WORK-PATH
                       " COULD NOT BE RENAMED TO " WS-FINAL-PATH "."
               SET WS-BUILD-FAILED TO TRUE
           END-IF.

       PUT-FILE-IN-PLACE-EXIT.
           EXIT.

      ******************************************************************
      * CONTROL TOTALS TO WCTLTOT, AND THE PRODUCED LINE FOR WINTFOP.
      ******************************************************************

       REGISTER-PRODUCED-FILE.

           CALL "WCTLTOT" USING "REG", WS-IF-VOL, WS-IF-LIB,
               WS-IF-FILE, WS-DETAIL-COUNT, WS-HASH-TOTAL,
               WS-CTL-RETURN.
           IF WS-CTL-RETURN NOT = ZERO
               SET WS-REG-FAILED TO TRUE
           END-IF.

           OPEN EXTEND WIFPROD-FILE.
           IF WS-PROD-FILE-STATUS = "35"
               OPEN OUTPUT WIFPROD-FILE
           END-IF.
           IF WS-PROD-FILE-STATUS = "00"
               MOVE SPACES TO WIFPROD-RECORD
               MOVE WS-IF-NAME TO IP-NAME
               MOVE WS-BUSINESS-DATE TO IP-DATE
               MOVE WS-BUILD-TIME TO IP-TIME
               MOVE WS-SEQ-PARTNER TO IP-PARTNER
               MOVE WS-SEQ-NUMBER TO IP-SEQ
               MOVE WS-DETAIL-COUNT TO IP-COUNT
               MOVE WS-HASH-TOTAL TO IP-HASH
               MOVE WS-HEADER-COUNT TO IP-HEADERS
               MOVE WS-TRAILER-COUNT TO IP-TRAILERS
               MOVE WS-AMOUNT-POS TO IP-AMOUNT-POS
               MOVE WS-AMOUNT-LEN TO IP-AMOUNT-LEN
               MOVE WS-RUN-ID TO IP-RUN
               MOVE WS-FINAL-PATH TO IP-PATH
               WRITE WIFPROD-RECORD
               CLOSE WIFPROD-FILE
           ELSE
               DISPLAY "WIFBUILD: WIFPROD.DAT COULD NOT BE WRITTEN."
               SET WS-REG-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * ONE TEMPLATE INTO WS-BUILT-LINE, TOKENS REPLACED.
      ******************************************************************

       EXPAND-TEMPLATE.

           MOVE SPACES TO WS-BUILT-LINE.
           MOVE 1 TO WS-BUILT-PTR.
           MOVE ZERO TO WS-TPL-END.
           PERFORM VARYING WS-TPL-X FROM 200 BY -1
                   UNTIL WS-TPL-X < 1 OR WS-TPL-END > ZERO
               IF WS-TEMPLATE (WS-TPL-X:1) NOT = SPACE
                   MOVE WS-TPL-X TO WS-TPL-END
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-TPL-X.
           PERFORM UNTIL WS-TPL-X > WS-TPL-END
               IF WS-TEMPLATE (WS-TPL-X:1) = "&"
                   PERFORM EXPAND-ONE-TOKEN
               ELSE
                   MOVE WS-TEMPLATE (WS-TPL-X:1)
                       TO WS-BUILT-LINE (WS-BUILT-PTR:1)
                   ADD 1 TO WS-BUILT-PTR
                   ADD 1 TO WS-TPL-X
               END-IF
           END-PERFORM.

      *    The token at WS-TPL-X, with any ":nn" width after it; an
      *    "&" that starts no token is copied through.
       EXPAND-ONE-TOKEN.

           MOVE ZERO TO WS-TOKEN-LEN.
           EVALUATE TRUE
               WHEN WS-TEMPLATE (WS-TPL-X:7) = "&YYMMDD"
                   MOVE 7 TO WS-TOKEN-LEN
                   SET WS-TOKEN-NUMERIC TO TRUE
                   MOVE 6 TO WS-TOKEN-WIDTH
                   MOVE WS-TODAY-YYMMDD TO WS-TOKEN-NUM
               WHEN WS-TEMPLATE (WS-TPL-X:5) = "&DATE"
                   MOVE 5 TO WS-TOKEN-LEN
                   SET WS-TOKEN-NUMERIC TO TRUE
                   MOVE 8 TO WS-TOKEN-WIDTH
                   MOVE WS-BUSINESS-DATE TO WS-TOKEN-NUM
               WHEN WS-TEMPLATE (WS-TPL-X:5) = "&TIME"
                   MOVE 5 TO WS-TOKEN-LEN
                   SET WS-TOKEN-NUMERIC TO TRUE
                   MOVE 6 TO WS-TOKEN-WIDTH
                   MOVE WS-BUILD-TIME (1:6) TO WS-TOKEN-NUM
               WHEN WS-TEMPLATE (WS-TPL-X:6) = "&RUNID"
                   MOVE 6 TO WS-TOKEN-LEN
                   SET WS-TOKEN-TEXTUAL TO TRUE
                   MOVE 20 TO WS-TOKEN-WIDTH
                   MOVE WS-RUN-ID TO WS-TOKEN-TEXT
               WHEN WS-TEMPLATE (WS-TPL-X:5) = "&NAME"
                   MOVE 5 TO WS-TOKEN-LEN
                   SET WS-TOKEN-TEXTUAL TO TRUE
                   MOVE 12 TO WS-TOKEN-WIDTH
                   MOVE WS-IF-NAME TO WS-TOKEN-TEXT
               WHEN WS-TEMPLATE (WS-TPL-X:4) = "&SEQ"
                   MOVE 4 TO WS-TOKEN-LEN
                   SET WS-TOKEN-NUMERIC TO TRUE
                   MOVE 6 TO WS-TOKEN-WIDTH
                   MOVE WS-SEQ-NUMBER TO WS-TOKEN-NUM
               WHEN WS-TEMPLATE (WS-TPL-X:6) = "&COUNT"
                   MOVE 6 TO WS-TOKEN-LEN
                   SET WS-TOKEN-NUMERIC TO TRUE
                   MOVE 9 TO WS-TOKEN-WIDTH
                   MOVE WS-DETAIL-COUNT TO WS-TOKEN-NUM
               WHEN WS-TEMPLATE (WS-TPL-X:5) = "&HASH"
                   MOVE 5 TO WS-TOKEN-LEN
                   SET WS-TOKEN-NUMERIC TO TRUE
                   MOVE 15 TO WS-TOKEN-WIDTH
                   MOVE WS-HASH-TOTAL TO WS-TOKEN-NUM
           END-EVALUATE.

           IF WS-TOKEN-LEN = ZERO
               MOVE "&" TO WS-BUILT-LINE (WS-BUILT-PTR:1)
               ADD 1 TO WS-BUILT-PTR
               ADD 1 TO WS-TPL-X
           ELSE
               ADD WS-TOKEN-LEN TO WS-TPL-X
               IF WS-TPL-X < 198
                       AND WS-TEMPLATE (WS-TPL-X:1) = ":"
                   MOVE WS-TEMPLATE (WS-TPL-X + 1:2) TO WS-WIDTH-TEXT
                   IF WS-WIDTH-TEXT IS NUMERIC
                       MOVE WS-WIDTH-TEXT TO WS-WIDTH-VALUE
                       IF WS-WIDTH-VALUE > ZERO
                               AND WS-WIDTH-VALUE NOT > 20
                           MOVE WS-WIDTH-VALUE TO WS-TOKEN-WIDTH
                           ADD 3 TO WS-TPL-X
                       END-IF
                   END-IF
               END-IF
               IF WS-TOKEN-NUMERIC
                   MOVE WS-TOKEN-NUM (21 - WS-TOKEN-WIDTH:
                                      WS-TOKEN-WIDTH)
                       TO WS-BUILT-LINE (WS-BUILT-PTR:WS-TOKEN-WIDTH)
               ELSE
                   MOVE WS-TOKEN-TEXT (1:WS-TOKEN-WIDTH)
                       TO WS-BUILT-LINE (WS-BUILT-PTR:WS-TOKEN-WIDTH)
               END-IF
               ADD WS-TOKEN-WIDTH TO WS-BUILT-PTR
           END-IF.

       STOP-RUN.

           STOP RUN.
