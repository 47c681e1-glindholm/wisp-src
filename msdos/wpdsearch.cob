      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WPDSEARCH.
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
      *    WPDSEARCH answers a customer's or ex-employee's request to
      *    see, or to erase, what we hold about them.  It looks
      *    through every file the layout dictionary (WLAYOUT.DAT)
      *    tags as holding personal data -- a field with a PD code of
      *    N name, A address, T tax ID or B bank account -- for the
      *    records that match the subject's identifiers, and reports
      *    them.  It is run --
      *
      *        WPDSEARCH subject [SEARCH | ANONYMIZE]
      *
      *    -- with the subject's identifiers written down under a
      *    name in WPDSUBJ.DAT, one per line, fixed columns:
      *
      *        SUBJECT(12) sp KIND(6) sp VALUE(40)
      *
      *        NAME    the name as the files hold it
      *        ADDR    an address line
      *        TAXID   a tax ID
      *        BANK    a bank account number
      *
      *    A record matches when one of its tagged fields equals an
      *    identifier of the same kind -- without regard to case, and
      *    for a tax ID or bank account without regard to blanks,
      *    dashes and other punctuation.  The triple resolves through
      *    WISPVOLLIB.DAT as for WMASSUPD.
      *
      *    SEARCH (the default) changes nothing.  WPDSEARCH.RPT shows
      *    every matching record's key and tagged fields, and what an
      *    ANONYMIZE run would do with it:
      *
      *        PAST RETENTION    the record's date is older than the
      *                          file's WPURGE.DAT retention -- it is
      *                          masked
      *        WITHIN RETENTION  kept; we still have cause to hold it
      *        NO RETENTION RULE kept; the file has no WPURGE.DAT rule
      *        LEGAL HOLD        kept whatever its age -- a hold in
      *                          WLEGHOLD.DAT covers it (see WLEGHOLD)
      *
      *    The records under legal hold are listed again together at
      *    the end of the report, with the matter holding each.
      *
      *    ANONYMIZE masks the tagged fields of the records past
      *    retention: character data is overwritten with asterisks,
      *    a numeric field is zeroed.  A field inside the record's
      *    leading key is left alone -- the key names the record to
      *    the journal and the indexed file -- and reported.  The run
      *    needs the PDANONYMIZE function in WFUNAUTH.DAT (WAUTHCHK
      *    refuses anyone short of it and logs the attempt), and a
      *    file is only masked when it is registered for journaling
      *    (WISPCFG JOURNAL1-9): every before-image goes to WJRNL so
      *    WJRNBACK can undo the run, every after-image so WROLLFWD
      *    can replay it, and every masked record to the CHGAUDX
      *    change audit through WCHGAUD.  A file that is not
      *    registered is searched but not masked.
      *
      *    Each file looked at is logged to OPENFAUDX (mode PDSEARCH
      *    or PDANON) -- looking through personal data is itself on
      *    the record.  A run that could not do all it was asked sets
      *    RETURN-CODE 8.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPDSUBJ-FILE ASSIGN TO "WPDSUBJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJ-FILE-STATUS.
           SELECT WLAYOUT-FILE ASSIGN TO "WLAYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-FILE-STATUS.
           SELECT WPURGE-RULES-FILE ASSIGN TO "WPURGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WPX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT WPDSEARCH-REPORT-FILE ASSIGN TO "WPDSEARCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WPDSUBJ-FILE.
       01  WPDSUBJ-RECORD.
           05  PS-REC-SUBJECT         PIC X(12).
           05  FILLER                 PIC X.
           05  PS-REC-KIND            PIC X(6).
           05  FILLER                 PIC X.
           05  PS-REC-VALUE           PIC X(40).

       FD  WLAYOUT-FILE.
       01  WLAYOUT-RECORD.
           05  LD-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  LD-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  LD-REC-FILE            PIC X(8).
           05  FILLER                 PIC X(32).
           05  LD-REC-PD              PIC X.

       FD  WPURGE-RULES-FILE.
       01  WPURGE-RULES-RECORD.
           05  PU-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  PU-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  PU-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  PU-REC-DATEPOS         PIC 9(4).
           05  FILLER                 PIC X.
           05  PU-REC-FMT             PIC X.
           05  FILLER                 PIC X.
           05  PU-REC-RETAIN          PIC 9(5).

       FD  WS-INDEXED-FILE.
       01  WPX-RECORD.
           05  WPX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(2048).

       FD  WPDSEARCH-REPORT-FILE.
       01  WPDSEARCH-REPORT-RECORD    PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-SUBJECT                 PIC X(12).
       01  WS-ARG-MODE                PIC X(12).
       01  WS-RUN-ID                  PIC X(20).
       01  WS-RUN-MODE                PIC X(9)  VALUE "SEARCH".
           88  WS-SEARCH-RUN                    VALUE "SEARCH".
           88  WS-ANONYMIZE-RUN                 VALUE "ANONYMIZE".

       01  WS-SUBJ-FILE-STATUS        PIC XX.
       01  WS-LAYOUT-FILE-STATUS      PIC XX.
       01  WS-PURGE-FILE-STATUS       PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X     VALUE "N".
           88  WS-AT-EOF                        VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-DATA-PATH               PIC X(80).
       01  WS-READ-MODE               PIC X(10).
       01  WS-FILE-INDEXED-SWITCH     PIC X     VALUE "N".
           88  WS-FILE-INDEXED                  VALUE "Y".
       01  WS-FILE-MASKING-SWITCH     PIC X     VALUE "N".
           88  WS-FILE-MASKING                  VALUE "Y".

      *    The subject's identifiers, kind-coded as the layout tags
      *    are and folded for comparison.
       01  WS-IDENT-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-IDENT-MAX               PIC 9(4)  VALUE 40.
       01  WS-IDENT-TABLE.
           05  WS-IDT-ENTRY  OCCURS 40 TIMES
                             INDEXED BY WS-IDT-X.
               10  WS-IDT-KIND        PIC X.
               10  WS-IDT-VALUE       PIC X(40).

      *    The files the dictionary tags as holding personal data.
       01  WS-PDFILE-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PDFILE-MAX              PIC 9(4)  VALUE 100.
       01  WS-PDFILE-TABLE.
           05  WS-PDF-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-PDF-X.
               10  WS-PDF-VOL         PIC X(6).
               10  WS-PDF-LIB         PIC X(8).
               10  WS-PDF-FILE        PIC X(8).
       01  WS-FOUND-SWITCH            PIC X.
           88  WS-FOUND                         VALUE "Y".

       01  WS-FILE-VOL                PIC X(6).
       01  WS-FILE-LIB                PIC X(8).
       01  WS-FILE-FILE               PIC X(8).

      *    The file's layout and its tagged fields.
       COPY "wlayout.cpy".
       01  WS-RECORD-AREA             PIC X(2048).
       01  WS-AFTER-AREA              PIC X(2048).
       01  WS-FIELD-NUM               PIC 9(4)  COMP.
       01  WS-LAY-X                   PIC 9(4)  COMP-5.
       01  WS-PDFLD-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-PDFLD-TABLE.
           05  WS-PDFLD-NUM  OCCURS 100 TIMES
                             INDEXED BY WS-PDFLD-X
                                      PIC 9(4)  COMP.
       01  WS-BLANK-VALUE             PIC X(80) VALUE SPACES.
       01  WS-PUT-RETURN              PIC 9.

      *    Comparing a field with the identifiers.
       01  WS-FOLDED                  PIC X(40).
       01  WS-FOLD-IN                 PIC X(40).
       01  WS-FOLD-POS                PIC 9(4)  COMP-5.
       01  WS-FOLD-OUT                PIC 9(4)  COMP-5.
       01  WS-FOLD-KIND               PIC X.
       01  WS-FOLD-CHAR               PIC X.
       01  WS-MATCH-SWITCH            PIC X.
           88  WS-RECORD-MATCHED                VALUE "Y".
       01  WS-LOWER-CASE              PIC X(26)
                               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE              PIC X(26)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    The file's retention, from its WPURGE.DAT rule.
       01  WS-RETAIN-SWITCH           PIC X.
           88  WS-FILE-HAS-RETENTION            VALUE "Y".
       01  WS-RETAIN-DATEPOS          PIC 9(4).
       01  WS-RETAIN-FMT              PIC X.
       01  WS-RETAIN-DAYS             PIC 9(5).
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-CUTOFF-DATE             PIC 9(8).
       01  WS-CUTOFF-INTEGER          PIC 9(8)  COMP-5.
       01  WS-RECORD-DATE             PIC 9(8).
       01  WS-RECORD-DATE-X REDEFINES WS-RECORD-DATE.
           05  WS-RECDATE-CC          PIC XX.
           05  WS-RECDATE-REST        PIC X(6).
       01  WS-YY-WORK                 PIC 99.

      *    The leading key -- from the journal registration.
       01  WS-KEYLEN                  PIC 9(4)  COMP-5 VALUE 20.
       01  WS-JOURNALED-SWITCH        PIC X     VALUE "N".
           88  WS-FILE-JOURNALED                VALUE "Y".
       01  WS-RULE-NUM                PIC 9(2).
       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-RULE-VOL                PIC X(6).
       01  WS-RULE-LIB                PIC X(8).
       01  WS-RULE-FILE               PIC X(8).
       01  WS-RULE-KEYLEN             PIC X(3).
       01  WS-RULE-KEYLEN-NUM         PIC 9(3).

      *    The legal hold check.
       COPY "wleghold.cpy".
       01  WS-HOLD-KEY                PIC X(20).
       01  WS-HOLD-MATTER             PIC X(12).
       01  WS-HELD-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HELD-MAX                PIC 9(4)  VALUE 200.
       01  WS-HELD-TABLE.
           05  WS-HLD-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-HLD-X.
               10  WS-HLD-VOL         PIC X(6).
               10  WS-HLD-LIB         PIC X(8).
               10  WS-HLD-FILE        PIC X(8).
               10  WS-HLD-KEY         PIC X(32).
               10  WS-HLD-MATTER      PIC X(12).
       01  WS-DISPOSITION             PIC X(40).

      *    A sequential file, held whole for the mask-and-rewrite.
       01  WS-LIVE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-LIVE-MAX                PIC 9(4)  VALUE 2000.
       01  WS-LIVE-TABLE.
           05  WS-LIV-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-LIV-X.
               10  WS-LIV-RECORD      PIC X(2048).
       01  WS-REWRITE-SWITCH          PIC X.
           88  WS-REWRITE-NEEDED                VALUE "Y".

      *    Authority, journal, change audit.
       01  WS-AUTH-FUNC               PIC X(12) VALUE "PDANONYMIZE".
       01  WS-AUTH-RETURN             PIC 9.
       01  WS-JRNL-IMAGE              PIC X(512).
       01  WS-AUD-RECKEY              PIC X(32).
       01  WS-AUD-BEFORE              PIC X(256).
       01  WS-AUD-AFTER               PIC X(256).

       COPY "wopnaud.cpy".
       01  WS-TIMESTAMP.
           05  WS-STAMP-DATE          PIC 9(8).
           05  WS-STAMP-TIME          PIC 9(8).

      *    Counts, for the file and for the run.
       01  WS-FILE-READ               PIC 9(9)  COMP-5.
       01  WS-FILE-MATCHED            PIC 9(9)  COMP-5.
       01  WS-FILE-MASKED             PIC 9(9)  COMP-5.
       01  WS-FILE-HELD               PIC 9(9)  COMP-5.
       01  WS-FILE-DUE                PIC 9(9)  COMP-5.
       01  WS-FILES-SEARCHED          PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-READ              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-MATCHED           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-MASKED            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-HELD              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-DUE               PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-KEPT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-RUN-FAILED-SWITCH       PIC X     VALUE "N".
           88  WS-RUN-FAILED                    VALUE "Y".
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-KIND-NAME               PIC X(8).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WPDSEARCH.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-SUBJECT WS-ARG-MODE.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-SUBJECT, WS-ARG-MODE
           END-UNSTRING.
           IF WS-ARG-MODE NOT = SPACES
               MOVE WS-ARG-MODE TO WS-RUN-MODE
           END-IF.
           IF WS-SUBJECT = SPACES
                   OR (NOT WS-SEARCH-RUN AND NOT WS-ANONYMIZE-RUN)
               DISPLAY "WPDSEARCH: USAGE IS  WPDSEARCH SUBJECT "
                       "[SEARCH | ANONYMIZE]"
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

           PERFORM LOAD-SUBJECT
               THRU LOAD-SUBJECT-EXIT.
           IF WS-IDENT-COUNT = ZERO
               DISPLAY "WPDSEARCH: NO SUBJECT " WS-SUBJECT
                       " IN WPDSUBJ.DAT."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           IF WS-ANONYMIZE-RUN
               CALL "WAUTHCHK" USING WS-AUTH-FUNC, WS-AUTH-RETURN
               IF WS-AUTH-RETURN NOT = ZERO
                   DISPLAY "WPDSEARCH: ANONYMIZE REFUSED -- "
                           "NOT AUTHORIZED FOR " WS-AUTH-FUNC
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.

           PERFORM LOAD-PERSONAL-FILES
               THRU LOAD-PERSONAL-FILES-EXIT.
           IF WS-PDFILE-COUNT = ZERO
               DISPLAY "WPDSEARCH: NO FILE IN WLAYOUT.DAT HAS A "
                       "FIELD TAGGED AS PERSONAL DATA."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM START-SEARCH-REPORT.

           PERFORM VARYING WS-PDF-X FROM 1 BY 1
                   UNTIL WS-PDF-X > WS-PDFILE-COUNT
               MOVE WS-PDF-VOL (WS-PDF-X) TO WS-FILE-VOL
               MOVE WS-PDF-LIB (WS-PDF-X) TO WS-FILE-LIB
               MOVE WS-PDF-FILE (WS-PDF-X) TO WS-FILE-FILE
               PERFORM SEARCH-ONE-FILE
                   THRU SEARCH-ONE-FILE-EXIT
           END-PERFORM.

           PERFORM FINISH-SEARCH-REPORT.

           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE SUBJECT'S IDENTIFIERS FROM WPDSUBJ.DAT.
      ******************************************************************

       LOAD-SUBJECT.

           OPEN INPUT WPDSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS NOT = "00"
               GO TO LOAD-SUBJECT-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF
               READ WPDSUBJ-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF PS-REC-SUBJECT (1:1) NOT = "*"
                               AND PS-REC-SUBJECT = WS-SUBJECT
                               AND PS-REC-VALUE NOT = SPACES
                           PERFORM ADD-SUBJECT-IDENTIFIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPDSUBJ-FILE.

       LOAD-SUBJECT-EXIT.
           EXIT.

       ADD-SUBJECT-IDENTIFIER.

           EVALUATE PS-REC-KIND
               WHEN "NAME"
                   MOVE "N" TO WS-FOLD-KIND
               WHEN "ADDR"
                   MOVE "A" TO WS-FOLD-KIND
               WHEN "TAXID"
                   MOVE "T" TO WS-FOLD-KIND
               WHEN "BANK"
                   MOVE "B" TO WS-FOLD-KIND
               WHEN OTHER
                   DISPLAY "WPDSEARCH: UNKNOWN KIND " PS-REC-KIND
                           " FOR SUBJECT " WS-SUBJECT " -- IGNORED."
                   MOVE SPACE TO WS-FOLD-KIND
           END-EVALUATE.
           IF WS-FOLD-KIND NOT = SPACE
                   AND WS-IDENT-COUNT < WS-IDENT-MAX
               MOVE PS-REC-VALUE TO WS-FOLD-IN
               PERFORM FOLD-VALUE
               ADD 1 TO WS-IDENT-COUNT
               SET WS-IDT-X TO WS-IDENT-COUNT
               MOVE WS-FOLD-KIND TO WS-IDT-KIND (WS-IDT-X)
               MOVE WS-FOLDED TO WS-IDT-VALUE (WS-IDT-X)
           END-IF.

      *    WS-FOLD-IN AS COMPARED -- UPPER CASE AND LEFT-JUSTIFIED;
      *    A TAX ID OR BANK ACCOUNT KEEPS ITS LETTERS AND DIGITS ONLY.
       FOLD-VALUE.

           INSPECT WS-FOLD-IN CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE SPACES TO WS-FOLDED.
           MOVE ZERO TO WS-FOLD-OUT.
           PERFORM VARYING WS-FOLD-POS FROM 1 BY 1
                   UNTIL WS-FOLD-POS > 40
               MOVE WS-FOLD-IN (WS-FOLD-POS:1) TO WS-FOLD-CHAR
               IF WS-FOLD-KIND = "T" OR "B"
                   IF (WS-FOLD-CHAR NOT < "A" AND NOT > "Z")
                           OR (WS-FOLD-CHAR NOT < "0"
                               AND NOT > "9")
                       ADD 1 TO WS-FOLD-OUT
                       MOVE WS-FOLD-CHAR
                           TO WS-FOLDED (WS-FOLD-OUT:1)
                   END-IF
               ELSE
                   IF WS-FOLD-OUT > ZERO OR WS-FOLD-CHAR NOT = SPACE
                       ADD 1 TO WS-FOLD-OUT
                       MOVE WS-FOLD-CHAR
                           TO WS-FOLDED (WS-FOLD-OUT:1)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * EVERY TRIPLE WITH A FIELD TAGGED AS PERSONAL DATA, IN
      * DICTIONARY ORDER.
      ******************************************************************

       LOAD-PERSONAL-FILES.

           OPEN INPUT WLAYOUT-FILE.
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               GO TO LOAD-PERSONAL-FILES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF
               READ WLAYOUT-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF LD-REC-VOL (1:1) NOT = "*"
                               AND LD-REC-FILE NOT = SPACES
                               AND (LD-REC-PD = "N" OR "A"
                                    OR "T" OR "B")
                           PERFORM ADD-PERSONAL-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WLAYOUT-FILE.

       LOAD-PERSONAL-FILES-EXIT.
           EXIT.

       ADD-PERSONAL-FILE.

           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-PDF-X FROM 1 BY 1
                   UNTIL WS-PDF-X > WS-PDFILE-COUNT
                      OR WS-FOUND
               IF WS-PDF-VOL (WS-PDF-X) = LD-REC-VOL
                       AND WS-PDF-LIB (WS-PDF-X) = LD-REC-LIB
                       AND WS-PDF-FILE (WS-PDF-X) = LD-REC-FILE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
                   AND WS-PDFILE-COUNT < WS-PDFILE-MAX
               ADD 1 TO WS-PDFILE-COUNT
               SET WS-PDF-X TO WS-PDFILE-COUNT
               MOVE LD-REC-VOL TO WS-PDF-VOL (WS-PDF-X)
               MOVE LD-REC-LIB TO WS-PDF-LIB (WS-PDF-X)
               MOVE LD-REC-FILE TO WS-PDF-FILE (WS-PDF-X)
           END-IF.

      ******************************************************************
      * ONE FILE -- ITS LAYOUT, KEY AND RETENTION, THEN EVERY RECORD.
      ******************************************************************

       SEARCH-ONE-FILE.

           MOVE ZERO TO WS-FILE-READ WS-FILE-MATCHED WS-FILE-MASKED
                        WS-FILE-HELD WS-FILE-DUE WS-LIVE-COUNT.
           MOVE "N" TO WS-DATA-EOF-SWITCH WS-FILE-INDEXED-SWITCH
                       WS-FILE-MASKING-SWITCH WS-REWRITE-SWITCH.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE WS-FILE-VOL TO LAY-VOL.
           MOVE WS-FILE-LIB TO LAY-LIB.
           MOVE WS-FILE-FILE TO LAY-FILE.
           CALL "WLAYOUT" USING WISP-RECORD-LAYOUT.
           MOVE ZERO TO WS-PDFLD-COUNT.
           PERFORM VARYING WS-LAY-X FROM 1 BY 1
                   UNTIL WS-LAY-X > LAY-FIELD-COUNT
               IF LAY-FLD-IS-PERSONAL (WS-LAY-X)
                   ADD 1 TO WS-PDFLD-COUNT
                   MOVE WS-LAY-X TO WS-PDFLD-NUM (WS-PDFLD-COUNT)
               END-IF
           END-PERFORM.
           IF WS-PDFLD-COUNT = ZERO
               GO TO SEARCH-ONE-FILE-EXIT
           END-IF.

           PERFORM FIND-JOURNAL-RULE.
           PERFORM FIND-RETENTION-RULE
               THRU FIND-RETENTION-RULE-EXIT.

           CALL "WVOLRES" USING WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-DATA-PATH.
           IF WS-DATA-PATH = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FILE " WS-FILE-VOL " " WS-FILE-LIB " "
                      WS-FILE-FILE
                      "  ** NO WISPVOLLIB MAPPING -- NOT SEARCHED"
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
               SET WS-RUN-FAILED TO TRUE
               GO TO SEARCH-ONE-FILE-EXIT
           END-IF.

           IF WS-ANONYMIZE-RUN
               IF WS-FILE-JOURNALED
                   SET WS-FILE-MASKING TO TRUE
               ELSE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

           IF WS-FILE-MASKING
               OPEN I-O WS-INDEXED-FILE
           ELSE
               OPEN INPUT WS-INDEXED-FILE
           END-IF.
           IF WS-INDEXED-STATUS = "00"
               SET WS-FILE-INDEXED TO TRUE
               MOVE "INDEXED" TO WS-READ-MODE
           ELSE
               OPEN INPUT WS-SEQ-FILE
               IF WS-SEQ-STATUS NOT = "00"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "FILE " WS-FILE-VOL " " WS-FILE-LIB " "
                          WS-FILE-FILE "  ** CANNOT OPEN, STATUS "
                          WS-SEQ-STATUS " -- NOT SEARCHED"
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
                   SET WS-RUN-FAILED TO TRUE
                   GO TO SEARCH-ONE-FILE-EXIT
               END-IF
               MOVE "SEQUENTIAL" TO WS-READ-MODE
           END-IF.
           ADD 1 TO WS-FILES-SEARCHED.

           PERFORM START-FILE-SECTION.

           IF WS-FILE-INDEXED
               PERFORM SEARCH-INDEXED-PASS
               CLOSE WS-INDEXED-FILE
           ELSE
               PERFORM SEARCH-SEQUENTIAL-PASS
               CLOSE WS-SEQ-FILE
               IF WS-REWRITE-NEEDED
                   PERFORM REWRITE-SEQUENTIAL-FILE
               END-IF
           END-IF.

           PERFORM FINISH-FILE-SECTION.

       SEARCH-ONE-FILE-EXIT.
           EXIT.

      *    THE JOURNAL1-9 RULE FOR THE TRIPLE, MATCHED AND READ THE
      *    WAY WJRNL READS IT -- THE FIRST RULE WINS, "*" MATCHES ANY
      *    FIELD, AND THE KEYLEN IS THE ONE THE JOURNAL WILL CARRY.
       FIND-JOURNAL-RULE.

           MOVE "N" TO WS-JOURNALED-SWITCH.
           MOVE 20 TO WS-KEYLEN.
           PERFORM VARYING WS-RULE-NUM FROM 1 BY 1
                   UNTIL WS-RULE-NUM > 9
                      OR WS-FILE-JOURNALED
               MOVE SPACES TO WS-CFG-KEY
               STRING "JOURNAL"            DELIMITED BY SIZE
                      WS-RULE-NUM (2:1)    DELIMITED BY SIZE
                      INTO WS-CFG-KEY
               END-STRING
               CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-CFG-VALUE
               END-CALL
               MOVE SPACES TO WS-RULE-VOL WS-RULE-LIB WS-RULE-FILE
                              WS-RULE-KEYLEN
               UNSTRING WS-CFG-VALUE DELIMITED BY ALL " "
                   INTO WS-RULE-VOL, WS-RULE-LIB, WS-RULE-FILE,
                        WS-RULE-KEYLEN
               END-UNSTRING
               IF WS-CFG-VALUE NOT = SPACES
                       AND (WS-RULE-VOL = "*" OR WS-FILE-VOL)
                       AND (WS-RULE-LIB = "*" OR WS-FILE-LIB)
                       AND (WS-RULE-FILE = "*" OR WS-FILE-FILE)
                   SET WS-FILE-JOURNALED TO TRUE
                   IF WS-RULE-KEYLEN IS NUMERIC
                           AND WS-RULE-KEYLEN NOT = ZERO
                       MOVE WS-RULE-KEYLEN TO WS-RULE-KEYLEN-NUM
                       IF WS-RULE-KEYLEN-NUM NOT > 512
                           MOVE WS-RULE-KEYLEN-NUM TO WS-KEYLEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    THE FILE'S WPURGE.DAT RULE -- WHERE THE RECORD'S DATE IS
      *    AND HOW LONG IT IS KEPT -- AND THE CUTOFF IT GIVES TODAY.
       FIND-RETENTION-RULE.

           MOVE "N" TO WS-RETAIN-SWITCH.
           OPEN INPUT WPURGE-RULES-FILE.
           IF WS-PURGE-FILE-STATUS NOT = "00"
               GO TO FIND-RETENTION-RULE-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-AT-EOF OR WS-FILE-HAS-RETENTION
               READ WPURGE-RULES-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF PU-REC-VOL (1:1) NOT = "*"
                               AND PU-REC-VOL = WS-FILE-VOL
                               AND PU-REC-LIB = WS-FILE-LIB
                               AND PU-REC-FILE = WS-FILE-FILE
                               AND PU-REC-DATEPOS IS NUMERIC
                               AND PU-REC-RETAIN IS NUMERIC
                           SET WS-FILE-HAS-RETENTION TO TRUE
                           MOVE PU-REC-DATEPOS TO WS-RETAIN-DATEPOS
                           MOVE PU-REC-FMT TO WS-RETAIN-FMT
                           MOVE PU-REC-RETAIN TO WS-RETAIN-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPURGE-RULES-FILE.

           IF WS-FILE-HAS-RETENTION
               COMPUTE WS-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - WS-RETAIN-DAYS
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)
           END-IF.

       FIND-RETENTION-RULE-EXIT.
           EXIT.

      ******************************************************************
      * EVERY RECORD, EITHER ORGANIZATION.
      ******************************************************************

       SEARCH-INDEXED-PASS.

           PERFORM UNTIL WS-DATA-EOF
               READ WS-INDEXED-FILE NEXT
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WPX-RECORD TO WS-RECORD-AREA
                       PERFORM SEARCH-ONE-RECORD
                           THRU SEARCH-ONE-RECORD-EXIT
                       IF WS-AFTER-AREA NOT = WS-RECORD-AREA
                           MOVE WS-AFTER-AREA TO WPX-RECORD
                           REWRITE WPX-RECORD
                           PERFORM CHECK-ONE-REWRITE
                       END-IF
               END-READ
               IF WS-INDEXED-STATUS NOT = "00"
                       AND WS-INDEXED-STATUS NOT = "10"
                   DISPLAY "WPDSEARCH: READ FAILED, STATUS "
                           WS-INDEXED-STATUS " IN " WS-FILE-FILE
                   SET WS-RUN-FAILED TO TRUE
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.

       SEARCH-SEQUENTIAL-PASS.

           PERFORM UNTIL WS-DATA-EOF
               READ WS-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-SEQ-RECORD TO WS-RECORD-AREA
                       PERFORM SEARCH-ONE-RECORD
                           THRU SEARCH-ONE-RECORD-EXIT
                       IF WS-AFTER-AREA NOT = WS-RECORD-AREA
                           SET WS-REWRITE-NEEDED TO TRUE
                       END-IF
                       IF WS-LIVE-COUNT < WS-LIVE-MAX
                           ADD 1 TO WS-LIVE-COUNT
                           SET WS-LIV-X TO WS-LIVE-COUNT
                           MOVE WS-AFTER-AREA
                               TO WS-LIV-RECORD (WS-LIV-X)
                       ELSE
                           IF WS-FILE-MASKING
                               DISPLAY "WPDSEARCH: " WS-FILE-FILE
                                       " EXCEEDS " WS-LIVE-MAX
                                       " RECORDS -- NOT MASKED."
                               MOVE "N" TO WS-FILE-MASKING-SWITCH
                                           WS-REWRITE-SWITCH
                               SET WS-RUN-FAILED TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF WS-SEQ-STATUS NOT = "00"
                       AND WS-SEQ-STATUS NOT = "10"
                   DISPLAY "WPDSEARCH: READ FAILED, STATUS "
                           WS-SEQ-STATUS " IN " WS-FILE-FILE
                   MOVE "N" TO WS-REWRITE-SWITCH
                   SET WS-RUN-FAILED TO TRUE
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.

      *    A MATCHING RECORD IS REPORTED WITH ITS DISPOSITION, AND ON
      *    AN ANONYMIZE RUN MASKED WHEN IT IS PAST RETENTION AND NOT
      *    HELD.  WS-AFTER-AREA IS THE RECORD AS IT IS TO BE WRITTEN
      *    BACK -- UNCHANGED UNLESS IT WAS MASKED.
       SEARCH-ONE-RECORD.

           ADD 1 TO WS-FILE-READ.
           MOVE WS-RECORD-AREA TO WS-AFTER-AREA.
           PERFORM MATCH-SUBJECT.
           IF NOT WS-RECORD-MATCHED
               GO TO SEARCH-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-FILE-MATCHED.

           MOVE WS-RECORD-AREA (1:32) TO WS-AUD-RECKEY.
           IF WS-KEYLEN < 32
               MOVE SPACES TO WS-AUD-RECKEY (WS-KEYLEN + 1:)
           END-IF.
           MOVE WS-RECORD-AREA (1:20) TO WS-HOLD-KEY.
           IF WS-KEYLEN < 20
               MOVE SPACES TO WS-HOLD-KEY (WS-KEYLEN + 1:)
           END-IF.

           PERFORM EXTRACT-RECORD-DATE.
           MOVE SPACES TO WS-HOLD-MATTER.
           IF NOT WS-FILE-HAS-RETENTION
               MOVE "NO RETENTION RULE -- KEPT" TO WS-DISPOSITION
           ELSE
               IF WS-RECORD-DATE = ZERO
                       OR WS-RECORD-DATE NOT < WS-CUTOFF-DATE
                   MOVE "WITHIN RETENTION -- KEPT" TO WS-DISPOSITION
               ELSE
                   PERFORM CHECK-LEGAL-HOLD
                   IF WS-HOLD-MATTER NOT = SPACES
                       MOVE SPACES TO WS-DISPOSITION
                       STRING "LEGAL HOLD "   DELIMITED BY SIZE
                              WS-HOLD-MATTER  DELIMITED BY "  "
                              " -- SKIPPED"   DELIMITED BY SIZE
                              INTO WS-DISPOSITION
                       END-STRING
                   ELSE
                       ADD 1 TO WS-FILE-DUE
                       IF WS-FILE-MASKING
                           MOVE "PAST RETENTION -- ANONYMIZED"
                               TO WS-DISPOSITION
                       ELSE
                           IF WS-ANONYMIZE-RUN
                               MOVE "PAST RETENTION -- NOT MASKED"
                                   TO WS-DISPOSITION
                           ELSE
                               MOVE "PAST RETENTION -- WOULD MASK"
                                   TO WS-DISPOSITION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-AUD-RECKEY TO WS-REPORT-LINE (3:32).
           MOVE WS-DISPOSITION TO WS-REPORT-LINE (77:40).
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-DISPOSITION = "PAST RETENTION -- ANONYMIZED"
               PERFORM MASK-PERSONAL-FIELDS
           END-IF.
           PERFORM REPORT-PERSONAL-FIELDS.

           IF WS-AFTER-AREA = WS-RECORD-AREA
               GO TO SEARCH-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-FILE-MASKED.

           MOVE WS-RECORD-AREA (1:512) TO WS-JRNL-IMAGE.
           CALL "WJRNL" USING "BEF", WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-JRNL-IMAGE
               ON EXCEPTION CONTINUE
           END-CALL.
      *    An indexed record's after-image waits for its REWRITE to
      *    succeed; a sequential file's is the table entry it becomes.
           IF NOT WS-FILE-INDEXED
               PERFORM JOURNAL-AFTER-IMAGE
           END-IF.
           MOVE WS-RECORD-AREA (1:256) TO WS-AUD-BEFORE.
           MOVE WS-AFTER-AREA (1:256) TO WS-AUD-AFTER.
           CALL "WCHGAUD" USING WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-AUD-RECKEY, WS-AUD-BEFORE,
               WS-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

       SEARCH-ONE-RECORD-EXIT.
           EXIT.

      *    DOES ANY TAGGED FIELD EQUAL ONE OF THE SUBJECT'S
      *    IDENTIFIERS OF ITS KIND?
       MATCH-SUBJECT.

           MOVE "N" TO WS-MATCH-SWITCH.
           PERFORM VARYING WS-PDFLD-X FROM 1 BY 1
                   UNTIL WS-PDFLD-X > WS-PDFLD-COUNT
                      OR WS-RECORD-MATCHED
               MOVE WS-PDFLD-NUM (WS-PDFLD-X) TO WS-FIELD-NUM
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
                   WS-RECORD-AREA, WISP-FIELD-VALUE
               IF NOT FV-EMPTY
                   MOVE WS-FIELD-NUM TO WS-LAY-X
                   MOVE LAY-FLD-PERSONAL (WS-LAY-X) TO WS-FOLD-KIND
                   MOVE FV-TEXT TO WS-FOLD-IN
                   PERFORM FOLD-VALUE
                   PERFORM VARYING WS-IDT-X FROM 1 BY 1
                           UNTIL WS-IDT-X > WS-IDENT-COUNT
                              OR WS-RECORD-MATCHED
                       IF WS-IDT-KIND (WS-IDT-X) = WS-FOLD-KIND
                               AND WS-IDT-VALUE (WS-IDT-X)
                                   = WS-FOLDED
                           SET WS-RECORD-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    THE RECORD'S DATE, AS THE WPURGE RULE LOCATES AND FORMATS
      *    IT.  A FIELD THAT IS NOT NUMERIC LEAVES IT ZERO, AND THE
      *    RECORD IS KEPT.
       EXTRACT-RECORD-DATE.

           MOVE ZERO TO WS-RECORD-DATE.
           IF NOT WS-FILE-HAS-RETENTION
                   OR WS-RETAIN-DATEPOS = ZERO
               CONTINUE
           ELSE
               IF WS-RETAIN-FMT = "D"
                   IF WS-RETAIN-DATEPOS + 5 NOT > 2048
                       IF WS-RECORD-AREA (WS-RETAIN-DATEPOS:6)
                               IS NUMERIC
                           MOVE WS-RECORD-AREA (WS-RETAIN-DATEPOS:6)
                               TO WS-RECDATE-REST
                           MOVE WS-RECORD-AREA (WS-RETAIN-DATEPOS:2)
                               TO WS-YY-WORK
                           IF WS-YY-WORK NOT < 70
                               MOVE "19" TO WS-RECDATE-CC
                           ELSE
                               MOVE "20" TO WS-RECDATE-CC
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF WS-RETAIN-DATEPOS + 7 NOT > 2048
                       IF WS-RECORD-AREA (WS-RETAIN-DATEPOS:8)
                               IS NUMERIC
                           MOVE WS-RECORD-AREA (WS-RETAIN-DATEPOS:8)
                               TO WS-RECORD-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-LEGAL-HOLD.

           MOVE SPACES TO LH-TRIPLE.
           MOVE WS-FILE-VOL TO LH-VOL.
           MOVE WS-FILE-LIB TO LH-LIB.
           MOVE WS-FILE-FILE TO LH-FILE.
           CALL "WLEGHOLD" USING "CHK", LH-TRIPLE, WS-RECORD-DATE,
               WS-HOLD-KEY, WS-HOLD-MATTER
               ON EXCEPTION
                   MOVE SPACES TO WS-HOLD-MATTER
           END-CALL.
           IF WS-HOLD-MATTER NOT = SPACES
               ADD 1 TO WS-FILE-HELD
               IF WS-HELD-COUNT < WS-HELD-MAX
                   ADD 1 TO WS-HELD-COUNT
                   SET WS-HLD-X TO WS-HELD-COUNT
                   MOVE WS-FILE-VOL TO WS-HLD-VOL (WS-HLD-X)
                   MOVE WS-FILE-LIB TO WS-HLD-LIB (WS-HLD-X)
                   MOVE WS-FILE-FILE TO WS-HLD-FILE (WS-HLD-X)
                   MOVE WS-AUD-RECKEY TO WS-HLD-KEY (WS-HLD-X)
                   MOVE WS-HOLD-MATTER TO WS-HLD-MATTER (WS-HLD-X)
               END-IF
           END-IF.

      *    ASTERISKS OVER CHARACTER DATA, ZERO IN A NUMERIC FIELD;
      *    NOTHING INSIDE THE LEADING KEY.
       MASK-PERSONAL-FIELDS.

           PERFORM VARYING WS-PDFLD-X FROM 1 BY 1
                   UNTIL WS-PDFLD-X > WS-PDFLD-COUNT
               MOVE WS-PDFLD-NUM (WS-PDFLD-X) TO WS-FIELD-NUM
               MOVE WS-FIELD-NUM TO WS-LAY-X
               IF LAY-FLD-OFFSET (WS-LAY-X) > WS-KEYLEN
                   IF LAY-FLD-IS-NUMERIC (WS-LAY-X)
                       CALL "WLAYPUT" USING WISP-RECORD-LAYOUT,
                           WS-FIELD-NUM, WS-BLANK-VALUE,
                           WS-AFTER-AREA, WS-PUT-RETURN
                   ELSE
                       MOVE ALL "*" TO WS-AFTER-AREA
                           (LAY-FLD-OFFSET (WS-LAY-X):
                            LAY-FLD-LENGTH (WS-LAY-X))
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-PERSONAL-FIELDS.

           PERFORM VARYING WS-PDFLD-X FROM 1 BY 1
                   UNTIL WS-PDFLD-X > WS-PDFLD-COUNT
               MOVE WS-PDFLD-NUM (WS-PDFLD-X) TO WS-FIELD-NUM
               MOVE WS-FIELD-NUM TO WS-LAY-X
               EVALUATE TRUE
                   WHEN LAY-FLD-PD-NAME (WS-LAY-X)
                       MOVE "NAME" TO WS-KIND-NAME
                   WHEN LAY-FLD-PD-ADDRESS (WS-LAY-X)
                       MOVE "ADDR" TO WS-KIND-NAME
                   WHEN LAY-FLD-PD-TAX-ID (WS-LAY-X)
                       MOVE "TAXID" TO WS-KIND-NAME
                   WHEN OTHER
                       MOVE "BANK" TO WS-KIND-NAME
               END-EVALUATE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE LAY-FLD-NAME (WS-LAY-X) TO WS-REPORT-LINE (5:16)
               MOVE WS-KIND-NAME TO WS-REPORT-LINE (22:8)
               CALL "WLAYFMT" USING WISP-RECORD-LAYOUT, WS-FIELD-NUM,
                   WS-RECORD-AREA, WISP-FIELD-VALUE
               MOVE FV-TEXT TO WS-REPORT-LINE (35:40)
               IF WS-AFTER-AREA NOT = WS-RECORD-AREA
                   CALL "WLAYFMT" USING WISP-RECORD-LAYOUT,
                       WS-FIELD-NUM, WS-AFTER-AREA, WISP-FIELD-VALUE
                   MOVE FV-TEXT TO WS-REPORT-LINE (77:40)
               END-IF
               IF LAY-FLD-OFFSET (WS-LAY-X) NOT > WS-KEYLEN
                       AND WS-AFTER-AREA NOT = WS-RECORD-AREA
                   MOVE "(KEY FIELD -- NOT MASKED)"
                       TO WS-REPORT-LINE (77:40)
               END-IF
               WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

       CHECK-ONE-REWRITE.

           IF WS-INDEXED-STATUS NOT = "00"
               SUBTRACT 1 FROM WS-FILE-MASKED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** REWRITE FAILED, STATUS "
                      WS-INDEXED-STATUS
                      " -- RECORD NOT MASKED"
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
               SET WS-RUN-FAILED TO TRUE
               MOVE "00" TO WS-INDEXED-STATUS
           ELSE
               PERFORM JOURNAL-AFTER-IMAGE
           END-IF.

      *    THE RECORD AS WRITTEN, FOR WROLLFWD.
       JOURNAL-AFTER-IMAGE.

           MOVE WS-AFTER-AREA (1:512) TO WS-JRNL-IMAGE.
           CALL "WJRNL" USING "AFT", WS-FILE-VOL, WS-FILE-LIB,
               WS-FILE-FILE, WS-JRNL-IMAGE
               ON EXCEPTION CONTINUE
           END-CALL.

       REWRITE-SEQUENTIAL-FILE.

           OPEN OUTPUT WS-SEQ-FILE.
           PERFORM VARYING WS-LIV-X FROM 1 BY 1
                   UNTIL WS-LIV-X > WS-LIVE-COUNT
               MOVE WS-LIV-RECORD (WS-LIV-X) TO WS-SEQ-RECORD
               WRITE WS-SEQ-RECORD
           END-PERFORM.
           CLOSE WS-SEQ-FILE.

      ******************************************************************
      * THE REPORT -- HEADING, A SECTION PER FILE, THE HELD RECORDS,
      * AND THE RUN'S TOTALS.
      ******************************************************************

       START-SEARCH-REPORT.

           OPEN OUTPUT WPDSEARCH-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WPDSEARCH - SUBJECT " WS-SUBJECT
                  "  " WS-RUN-MODE
                  "  BUSINESS DATE " WS-BUSINESS-DATE
                  "  RUN=" WS-RUN-ID
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SEARCH-RUN
               STRING "SEARCH -- NO RECORD IS CHANGED; THE RECORDS "
                      "BELOW HOLD THE SUBJECT'S PERSONAL DATA."
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "ANONYMIZE -- RECORDS PAST RETENTION AND NOT "
                      "UNDER LEGAL HOLD HAVE BEEN MASKED."
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "KEY / FIELD" TO WS-REPORT-LINE (3:32).
           MOVE "VALUE" TO WS-REPORT-LINE (35:40).
           MOVE "DISPOSITION / MASKED TO" TO WS-REPORT-LINE (77:40).
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.

       START-FILE-SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FILE " WS-FILE-VOL " " WS-FILE-LIB " "
                  WS-FILE-FILE " (" WS-READ-MODE ")  "
                  WS-DATA-PATH (1:50)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-ANONYMIZE-RUN AND NOT WS-FILE-JOURNALED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** NOT REGISTERED FOR JOURNALING (WISPCFG "
                      "JOURNAL1-9) -- SEARCHED, NOT MASKED"
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       FINISH-FILE-SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FILE-READ TO WS-COUNT-DISP.
           STRING "  READ " WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-FILE-MATCHED TO WS-COUNT-DISP.
           MOVE "MATCHED" TO WS-REPORT-LINE (22:8).
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE (30:11).
           MOVE WS-FILE-DUE TO WS-COUNT-DISP.
           MOVE "PAST RETENTION" TO WS-REPORT-LINE (43:14).
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE (57:11).
           MOVE WS-FILE-MASKED TO WS-COUNT-DISP.
           MOVE "MASKED" TO WS-REPORT-LINE (70:7).
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE (77:11).
           MOVE WS-FILE-HELD TO WS-COUNT-DISP.
           MOVE "HELD" TO WS-REPORT-LINE (90:5).
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE (95:11).
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.

           ADD WS-FILE-READ TO WS-TOTAL-READ.
           ADD WS-FILE-MATCHED TO WS-TOTAL-MATCHED.
           ADD WS-FILE-MASKED TO WS-TOTAL-MASKED.
           ADD WS-FILE-HELD TO WS-TOTAL-HELD.
           ADD WS-FILE-DUE TO WS-TOTAL-DUE.
           COMPUTE WS-TOTAL-KEPT = WS-TOTAL-KEPT + WS-FILE-MATCHED
               - WS-FILE-DUE - WS-FILE-HELD.

      *    The look itself goes on the open audit.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO OPENFAUD-RECORD.
           MOVE WS-STAMP-DATE TO OA-REC-DATE.
           MOVE WS-STAMP-TIME TO OA-REC-TIME.
           MOVE ZERO TO OA-REC-SEQ.
           MOVE WS-FILE-VOL TO OA-REC-VOL.
           MOVE WS-FILE-LIB TO OA-REC-LIB.
           MOVE WS-FILE-FILE TO OA-REC-FILE.
           MOVE SPACES TO OA-REC-APP-NAME.
           STRING "WPDSEARCH " WS-SUBJECT DELIMITED BY SIZE
               INTO OA-REC-APP-NAME
           END-STRING.
           MOVE "WPDSRCH" TO OA-REC-PGM-NAME.
           IF WS-FILE-MASKING
               MOVE "PDANON" TO OA-REC-MODE
           ELSE
               MOVE "PDSEARCH" TO OA-REC-MODE
           END-IF.
           MOVE ZERO TO OA-REC-WAIT.
           MOVE WS-RUN-ID TO OA-REC-RUN.
           MOVE WS-DATA-PATH TO OA-REC-PATH.
           CALL "WOPNAUD" USING OPENFAUD-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       FINISH-SEARCH-REPORT.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "RECORDS UNDER LEGAL HOLD -- NOT ANONYMIZED"
               TO WS-REPORT-LINE.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-HELD-COUNT = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-HLD-X FROM 1 BY 1
                   UNTIL WS-HLD-X > WS-HELD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-HLD-VOL (WS-HLD-X) " "
                      WS-HLD-LIB (WS-HLD-X) " "
                      WS-HLD-FILE (WS-HLD-X) "  "
                      WS-HLD-KEY (WS-HLD-X) "  MATTER "
                      WS-HLD-MATTER (WS-HLD-X)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-TOTAL-HELD > WS-HELD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TOTAL-HELD TO WS-COUNT-DISP
               STRING "  ... " WS-COUNT-DISP " HELD IN ALL; THE "
                      "FIRST " WS-HELD-MAX " ARE LISTED"
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FILES-SEARCHED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  FILES SEARCHED   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-READ TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RECORDS READ     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-MATCHED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RECORDS MATCHED  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-DUE TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  PAST RETENTION   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-MASKED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RECORDS MASKED   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-HELD TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  UNDER LEGAL HOLD " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-KEPT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  NOT YET DUE      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPDSEARCH-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WPDSEARCH-REPORT-FILE.

           MOVE WS-TOTAL-MATCHED TO WS-COUNT-DISP.
           DISPLAY "WPDSEARCH: " WS-COUNT-DISP " RECORD(S) FOR "
                   WS-SUBJECT "; SEE WPDSEARCH.RPT".

       STOP-RUN.

           STOP RUN.
