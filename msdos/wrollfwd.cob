      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WROLLFWD.
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
      *    WROLLFWD rebuilds a lost or corrupted master from the last
      *    backup copy and the day's journal, so the keying done
      *    since the WBACKUP set is not lost with it.
      *
      *        WROLLFWD vol lib file                    -- all of it
      *        WROLLFWD vol lib file TIME hhmmss [date] -- up to then
      *        WROLLFWD vol lib file RUN run-id         -- through
      *                                                    that run
      *
      *    The stopping point is the end of the journal, a time of
      *    day (on the business date unless a date is given), or
      *    the last journal line of the named run.  The catalog
      *    WBAKCAT.DAT is searched for the newest copy of the triple
      *    taken before the stopping point, as WRESTOR searches it,
      *    and that copy is put back over the path the catalog
      *    recorded; the file as it stood is first kept beside it
      *    as <path>.RFW.  Then every after-image ("AFT") and delete
      *    ("DEL") that WJRNL journaled for the triple after the
      *    copy was taken, up to the stopping point, is replayed in
      *    journal order: an after-image replaces the record with
      *    the same key or is added, a delete removes it.  An
      *    INDEXED file is patched by key in place; any other is
      *    read whole, patched in storage by the leading KEYLEN
      *    columns the journal rule declared, and rewritten, the way
      *    WJRNBACK does it.  Images are the first 512 bytes of the
      *    record, as WJRNL keeps them.
      *
      *    The triple's WENQ lock is held throughout so no stream
      *    step updates the file mid-rebuild.  The rebuilt file then
      *    gets the WVOLVER readability pass -- read to end, with a
      *    keyed re-read of every hundredth record when it is
      *    INDEXED -- and the recovery is logged to the OPENFAUDX
      *    open-audit store (mode ROLLFWD) through WOPNAUD.
      *    RETURN-CODE is 8 when the rebuild could not be done or
      *    the rebuilt file fails the pass.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WBAKCAT-FILE ASSIGN TO "WBAKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT WJOURNAL-FILE ASSIGN TO "WJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-SEQ-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WBAKCAT-FILE.
       01  WBAKCAT-RECORD.
           05  BC-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  BC-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X.
           05  BC-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  BC-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  BC-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  BC-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  BC-REC-SRC             PIC X(80).
           05  FILLER                 PIC X.
           05  BC-REC-DEST            PIC X(100).

       FD  WJOURNAL-FILE.
       01  WJOURNAL-RECORD.
           05  JR-REC-STAMP.
               10  JR-REC-DATE        PIC 9(8).
               10  FILLER             PIC X.
               10  JR-REC-TIME        PIC 9(8).
           05  FILLER                 PIC X.
           05  JR-REC-RUN             PIC X(20).
           05  FILLER                 PIC X.
           05  JR-REC-OPERATOR        PIC X(8).
           05  FILLER                 PIC X.
           05  JR-REC-FUNC            PIC X(3).
           05  FILLER                 PIC X.
           05  JR-REC-VOL             PIC X(6).
           05  FILLER                 PIC X.
           05  JR-REC-LIB             PIC X(8).
           05  FILLER                 PIC X.
           05  JR-REC-FILE            PIC X(8).
           05  FILLER                 PIC X.
           05  JR-REC-KEYLEN          PIC 9(3).
           05  FILLER                 PIC X.
           05  JR-REC-IMAGE           PIC X(512).

       FD  WS-INDEXED-FILE.
       01  WRX-RECORD.
           05  WRX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-SEQ-FILE.
       01  WS-SEQ-RECORD              PIC X(512).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-VOL                 PIC X(6).
       01  WS-ARG-LIB                 PIC X(8).
       01  WS-ARG-FILE                PIC X(8).
       01  WS-ARG-MODE                PIC X(4).
       01  WS-ARG-VALUE               PIC X(20).
       01  WS-ARG-DATE                PIC X(8).
       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).

       01  WS-CATALOG-FILE-STATUS     PIC XX.
       01  WS-JOURNAL-FILE-STATUS     PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-SEQ-STATUS              PIC XX.
       01  WS-CATALOG-EOF-SWITCH      PIC X     VALUE "N".
           88  WS-CATALOG-EOF                   VALUE "Y".
       01  WS-JOURNAL-EOF-SWITCH      PIC X.
           88  WS-JOURNAL-EOF                   VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X.
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-FAILED-SWITCH           PIC X     VALUE "N".
           88  WS-ROLLFWD-FAILED                VALUE "Y".
       01  WS-INDEXED-SWITCH          PIC X     VALUE "N".
           88  WS-FILE-INDEXED                  VALUE "Y".

       01  WS-DATA-PATH               PIC X(80).
       01  WS-KEEP-PATH               PIC X(100).
       01  WS-COPY-FROM               PIC X(100).
       01  WS-COPY-TO                 PIC X(100).

      *    The stopping point, and the copy the replay starts from,
      *    as date-and-time stamps that compare in order.
       01  WS-CUTOFF-STAMP.
           05  WS-CUTOFF-DATE         PIC 9(8)  VALUE 99999999.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-CUTOFF-TIME         PIC 9(8)  VALUE 99999999.
       01  WS-CUTOFF-HHMMSS           PIC X(6).
       01  WS-CUTOFF-LINE             PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-JOURNAL-LINE            PIC 9(9)  COMP-5.
       01  WS-COPY-STAMP.
           05  WS-BEST-DATE           PIC 9(8)  VALUE ZERO.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-BEST-TIME           PIC 9(8)  VALUE ZERO.
       01  WS-CATALOG-STAMP.
           05  WS-CAT-DATE            PIC 9(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-CAT-TIME            PIC 9(8).
       01  WS-BEST-SRC                PIC X(80) VALUE SPACES.
       01  WS-BEST-DEST               PIC X(100) VALUE SPACES.

      *    The triple's lock, claimed through WENQ.
       01  WS-ENQ-LOCK-NAME           PIC X(20).
       01  WS-ENQ-RETURN              PIC 9.
       01  WS-LOCK-SWITCH             PIC X     VALUE "N".
           88  WS-LOCK-HELD                     VALUE "Y".

      *    A sequential file, held whole for the patch-and-rewrite.
       01  WS-LIVE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-LIVE-MAX                PIC 9(4)  VALUE 2000.
       01  WS-LIVE-TABLE.
           05  WS-LIV-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-LIV-X.
               10  WS-LIV-USED        PIC X.
               10  WS-LIV-RECORD      PIC X(512).
       01  WS-KEYLEN                  PIC 9(3)  COMP-5.
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-APPLY-IMAGE             PIC X(512).

      *    Counts, and the readability pass.
       01  WS-APPLIED-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-DELETED-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-MISSED-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-RECORD-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SPOT-COUNT              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-SPOT-TALLY              PIC 9(3)  COMP-5 VALUE ZERO.
       01  WS-SAVED-KEY               PIC X(42).
       01  WS-VERIFY-RESULT           PIC X(4)  VALUE "PASS".
       01  WS-FAIL-STATUS             PIC XX    VALUE SPACES.
       01  WS-STATXT-TEXT             PIC X(70).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZZ,ZZ9.

      *    The open-audit record for the recovery action.
       COPY "wopnaud.cpy".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WROLLFWD.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-VOL WS-ARG-LIB WS-ARG-FILE
                          WS-ARG-MODE WS-ARG-VALUE WS-ARG-DATE.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-VOL, WS-ARG-LIB, WS-ARG-FILE, WS-ARG-MODE,
                    WS-ARG-VALUE, WS-ARG-DATE
           END-UNSTRING.
           IF WS-ARG-FILE = SPACES
                   OR (WS-ARG-MODE NOT = SPACES
                       AND WS-ARG-MODE NOT = "TIME"
                       AND WS-ARG-MODE NOT = "RUN")
                   OR (WS-ARG-MODE NOT = SPACES
                       AND WS-ARG-VALUE = SPACES)
               DISPLAY "WROLLFWD: USAGE IS  WROLLFWD VOL LIB FILE "
                       "[TIME HHMMSS [DATE] | RUN RUN-ID]"
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

           PERFORM SET-STOPPING-POINT
               THRU SET-STOPPING-POINT-EXIT.
           IF WS-ROLLFWD-FAILED
               GO TO END-WROLLFWD
           END-IF.

           PERFORM FIND-BEST-CATALOG-ENTRY
               THRU FIND-BEST-CATALOG-ENTRY-EXIT.
           IF WS-BEST-DEST = SPACES
               DISPLAY "WROLLFWD: NO CATALOGED COPY OF " WS-ARG-VOL
                       " " WS-ARG-LIB " " WS-ARG-FILE
                       " BEFORE THE STOPPING POINT."
               SET WS-ROLLFWD-FAILED TO TRUE
               GO TO END-WROLLFWD
           END-IF.

           PERFORM CLAIM-FILE-LOCK
               THRU CLAIM-FILE-LOCK-EXIT.
           IF NOT WS-LOCK-HELD
               SET WS-ROLLFWD-FAILED TO TRUE
               GO TO END-WROLLFWD
           END-IF.

           PERFORM RESTORE-BEST-COPY
               THRU RESTORE-BEST-COPY-EXIT.
           IF WS-ROLLFWD-FAILED
               GO TO END-WROLLFWD
           END-IF.

           PERFORM REPLAY-AFTER-IMAGES
               THRU REPLAY-AFTER-IMAGES-EXIT.
           IF WS-ROLLFWD-FAILED
               GO TO END-WROLLFWD
           END-IF.

           PERFORM VERIFY-REBUILT-FILE
               THRU VERIFY-REBUILT-FILE-EXIT.
           PERFORM WRITE-ROLLFWD-AUDIT.

           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP.
           MOVE WS-DELETED-COUNT TO WS-COUNT-DISP-2.
           DISPLAY "WROLLFWD: " WS-ARG-VOL " " WS-ARG-LIB " "
                   WS-ARG-FILE " ROLLED FORWARD FROM THE "
                   WS-BEST-DATE " COPY -- " WS-COUNT-DISP
                   " IMAGE(S) APPLIED, " WS-COUNT-DISP-2
                   " DELETE(S).".
           IF WS-MISSED-COUNT > ZERO
               MOVE WS-MISSED-COUNT TO WS-COUNT-DISP
               DISPLAY "WROLLFWD: " WS-COUNT-DISP " DELETE(S) FOUND "
                       "NO RECORD TO REMOVE."
           END-IF.
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISP.
           MOVE WS-SPOT-COUNT TO WS-COUNT-DISP-2.
           DISPLAY "WROLLFWD: VERIFY " WS-VERIFY-RESULT " RECORDS="
                   WS-COUNT-DISP " KEYED-CHECKS=" WS-COUNT-DISP-2.
           IF WS-VERIFY-RESULT = "FAIL"
               SET WS-ROLLFWD-FAILED TO TRUE
               CALL "WSTATXT" USING WS-FAIL-STATUS, WS-STATXT-TEXT
                   ON EXCEPTION
                       MOVE SPACES TO WS-STATXT-TEXT
               END-CALL
               DISPLAY "WROLLFWD: STATUS " WS-FAIL-STATUS " "
                       WS-STATXT-TEXT
           END-IF.

       END-WROLLFWD.

           IF WS-LOCK-HELD
               CALL "WENQ" USING "DEQ", WS-ENQ-LOCK-NAME,
                   WS-ENQ-RETURN
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           IF WS-ROLLFWD-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE STOPPING POINT -- A TIME OF DAY, OR THE LAST JOURNAL LINE
      * OF THE NAMED RUN.  WITH NEITHER, THE END OF THE JOURNAL.
      ******************************************************************

       SET-STOPPING-POINT.

           IF WS-ARG-MODE = "TIME"
               MOVE WS-ARG-VALUE (1:6) TO WS-CUTOFF-HHMMSS
               IF WS-CUTOFF-HHMMSS IS NOT NUMERIC
                   DISPLAY "WROLLFWD: TIME MUST BE HHMMSS."
                   SET WS-ROLLFWD-FAILED TO TRUE
                   GO TO SET-STOPPING-POINT-EXIT
               END-IF
               IF WS-ARG-DATE IS NUMERIC
                   MOVE WS-ARG-DATE TO WS-CUTOFF-DATE
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
               END-IF
               MOVE WS-CUTOFF-HHMMSS TO WS-CUTOFF-TIME (1:6)
               MOVE "99" TO WS-CUTOFF-TIME (7:2)
           END-IF.

           IF WS-ARG-MODE = "RUN"
               MOVE ZERO TO WS-JOURNAL-LINE
               MOVE "N" TO WS-JOURNAL-EOF-SWITCH
               OPEN INPUT WJOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS = "00"
                   PERFORM UNTIL WS-JOURNAL-EOF
                       READ WJOURNAL-FILE
                           AT END
                               SET WS-JOURNAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOURNAL-LINE
                               IF JR-REC-RUN = WS-ARG-VALUE
                                   MOVE WS-JOURNAL-LINE
                                       TO WS-CUTOFF-LINE
                                   MOVE JR-REC-DATE TO WS-CUTOFF-DATE
                                   MOVE JR-REC-TIME TO WS-CUTOFF-TIME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WJOURNAL-FILE
               END-IF
               IF WS-CUTOFF-LINE = ZERO
                   DISPLAY "WROLLFWD: RUN " WS-ARG-VALUE
                           " HAS NO JOURNAL LINES."
                   SET WS-ROLLFWD-FAILED TO TRUE
               END-IF
           END-IF.

       SET-STOPPING-POINT-EXIT.
           EXIT.

      ******************************************************************
      * THE NEWEST CATALOGED COPY TAKEN BEFORE THE STOPPING POINT.
      ******************************************************************

       FIND-BEST-CATALOG-ENTRY.

           OPEN INPUT WBAKCAT-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               GO TO FIND-BEST-CATALOG-ENTRY-EXIT
           END-IF.
           PERFORM UNTIL WS-CATALOG-EOF
               READ WBAKCAT-FILE
                   AT END
                       SET WS-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF BC-REC-VOL = WS-ARG-VOL
                               AND BC-REC-LIB = WS-ARG-LIB
                               AND BC-REC-FILE = WS-ARG-FILE
                               AND BC-REC-DATE IS NUMERIC
                               AND BC-REC-TIME IS NUMERIC
                           MOVE BC-REC-DATE TO WS-CAT-DATE
                           MOVE BC-REC-TIME TO WS-CAT-TIME
                           IF WS-CATALOG-STAMP < WS-CUTOFF-STAMP
                                   AND WS-CATALOG-STAMP
                                       NOT < WS-COPY-STAMP
                               MOVE WS-CATALOG-STAMP TO WS-COPY-STAMP
                               MOVE BC-REC-SRC TO WS-BEST-SRC
                               MOVE BC-REC-DEST TO WS-BEST-DEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WBAKCAT-FILE.

       FIND-BEST-CATALOG-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * THE TRIPLE'S NAMED LOCK, AS WISPRUN'S USES CLAUSE NAMES IT.
      ******************************************************************

       CLAIM-FILE-LOCK.

           MOVE SPACES TO WS-ENQ-LOCK-NAME.
           STRING WS-ARG-VOL   DELIMITED BY SPACE
                  "."          DELIMITED BY SIZE
                  WS-ARG-LIB   DELIMITED BY SPACE
                  "."          DELIMITED BY SIZE
                  WS-ARG-FILE  DELIMITED BY SPACE
                  INTO WS-ENQ-LOCK-NAME
           END-STRING.
           CALL "WENQ" USING "ENQ", WS-ENQ-LOCK-NAME, WS-ENQ-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WS-ENQ-RETURN
           END-CALL.
           IF WS-ENQ-RETURN = ZERO
               SET WS-LOCK-HELD TO TRUE
           ELSE
               DISPLAY "WROLLFWD: REFUSED -- " WS-ENQ-LOCK-NAME
                       " IS CLAIMED BY ANOTHER RUN."
           END-IF.

       CLAIM-FILE-LOCK-EXIT.
           EXIT.

      ******************************************************************
      * KEEP THE FILE AS IT STOOD, THEN PUT THE COPY BACK.
      ******************************************************************

       RESTORE-BEST-COPY.

           MOVE WS-BEST-SRC TO WS-DATA-PATH.
           MOVE SPACES TO WS-KEEP-PATH.
           STRING WS-DATA-PATH  DELIMITED BY SPACE
                  ".RFW"        DELIMITED BY SIZE
                  INTO WS-KEEP-PATH
           END-STRING.
           MOVE WS-DATA-PATH TO WS-COPY-FROM.
           MOVE WS-KEEP-PATH TO WS-COPY-TO.
           CALL "CBL_COPY_FILE" USING WS-COPY-FROM, WS-COPY-TO
               ON EXCEPTION CONTINUE
           END-CALL.

           MOVE WS-BEST-DEST TO WS-COPY-FROM.
           MOVE WS-DATA-PATH TO WS-COPY-TO.
           CALL "CBL_COPY_FILE" USING WS-COPY-FROM, WS-COPY-TO
               ON EXCEPTION CONTINUE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "WROLLFWD: COPY FAILED FROM "
                       WS-BEST-DEST (1:50)
               SET WS-ROLLFWD-FAILED TO TRUE
           END-IF.

       RESTORE-BEST-COPY-EXIT.
           EXIT.

      ******************************************************************
      * THE TRIPLE'S AFTER-IMAGES AND DELETES, IN JOURNAL ORDER, FROM
      * THE COPY'S TIME TO THE STOPPING POINT.
      ******************************************************************

       REPLAY-AFTER-IMAGES.

           OPEN I-O WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS = "00"
               SET WS-FILE-INDEXED TO TRUE
           ELSE
               PERFORM LOAD-SEQUENTIAL-FILE
                   THRU LOAD-SEQUENTIAL-FILE-EXIT
               IF WS-ROLLFWD-FAILED
                   GO TO REPLAY-AFTER-IMAGES-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-JOURNAL-LINE.
           MOVE "N" TO WS-JOURNAL-EOF-SWITCH.
           OPEN INPUT WJOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF
                   READ WJOURNAL-FILE
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-LINE
                           PERFORM REPLAY-ONE-LINE
                               THRU REPLAY-ONE-LINE-EXIT
                   END-READ
               END-PERFORM
               CLOSE WJOURNAL-FILE
           END-IF.

           IF WS-FILE-INDEXED
               CLOSE WS-INDEXED-FILE
           ELSE
               OPEN OUTPUT WS-SEQ-FILE
               PERFORM VARYING WS-LIV-X FROM 1 BY 1
                       UNTIL WS-LIV-X > WS-LIVE-COUNT
                   IF WS-LIV-USED (WS-LIV-X) = "Y"
                       MOVE WS-LIV-RECORD (WS-LIV-X) TO WS-SEQ-RECORD
                       WRITE WS-SEQ-RECORD
                   END-IF
               END-PERFORM
               CLOSE WS-SEQ-FILE
           END-IF.

       REPLAY-AFTER-IMAGES-EXIT.
           EXIT.

       REPLAY-ONE-LINE.

           IF JR-REC-VOL NOT = WS-ARG-VOL
                   OR JR-REC-LIB NOT = WS-ARG-LIB
                   OR JR-REC-FILE NOT = WS-ARG-FILE
               GO TO REPLAY-ONE-LINE-EXIT
           END-IF.
           IF JR-REC-FUNC NOT = "AFT" AND JR-REC-FUNC NOT = "DEL"
               GO TO REPLAY-ONE-LINE-EXIT
           END-IF.
           IF JR-REC-STAMP NOT > WS-COPY-STAMP
                   OR JR-REC-STAMP > WS-CUTOFF-STAMP
               GO TO REPLAY-ONE-LINE-EXIT
           END-IF.
           IF WS-CUTOFF-LINE > ZERO
                   AND WS-JOURNAL-LINE > WS-CUTOFF-LINE
               GO TO REPLAY-ONE-LINE-EXIT
           END-IF.

           MOVE JR-REC-IMAGE TO WS-APPLY-IMAGE.
           IF WS-FILE-INDEXED
               PERFORM APPLY-INDEXED-LINE
           ELSE
               PERFORM APPLY-SEQUENTIAL-LINE
           END-IF.

       REPLAY-ONE-LINE-EXIT.
           EXIT.

      *    BY KEY, IN PLACE.  A REPLACED RECORD KEEPS ANY BYTES PAST
      *    THE IMAGE.
       APPLY-INDEXED-LINE.

           MOVE SPACES TO WRX-RECORD.
           MOVE WS-APPLY-IMAGE TO WRX-RECORD (1:512).
           IF JR-REC-FUNC = "DEL"
               DELETE WS-INDEXED-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-MISSED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETED-COUNT
               END-DELETE
           ELSE
               READ WS-INDEXED-FILE
                   INVALID KEY
                       MOVE SPACES TO WRX-RECORD
                       MOVE WS-APPLY-IMAGE TO WRX-RECORD (1:512)
                       WRITE WRX-RECORD
                   NOT INVALID KEY
                       MOVE WS-APPLY-IMAGE TO WRX-RECORD (1:512)
                       REWRITE WRX-RECORD
               END-READ
               IF WS-INDEXED-STATUS = "00"
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   DISPLAY "WROLLFWD: JOURNAL LINE " WS-JOURNAL-LINE
                           " NOT APPLIED, STATUS " WS-INDEXED-STATUS
                   SET WS-ROLLFWD-FAILED TO TRUE
               END-IF
           END-IF.

      *    BY THE LEADING KEYLEN COLUMNS, IN STORAGE.
       APPLY-SEQUENTIAL-LINE.

           MOVE JR-REC-KEYLEN TO WS-KEYLEN.
           IF WS-KEYLEN = ZERO OR WS-KEYLEN > 512
               MOVE 20 TO WS-KEYLEN
           END-IF.
           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-LIV-X FROM 1 BY 1
                   UNTIL WS-LIV-X > WS-LIVE-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-LIV-USED (WS-LIV-X) = "Y"
                       AND WS-LIV-RECORD (WS-LIV-X) (1:WS-KEYLEN)
                           = WS-APPLY-IMAGE (1:WS-KEYLEN)
                   SET WS-MATCH-NUM TO WS-LIV-X
               END-IF
           END-PERFORM.

           IF JR-REC-FUNC = "DEL"
               IF WS-MATCH-NUM > ZERO
                   SET WS-LIV-X TO WS-MATCH-NUM
                   MOVE "N" TO WS-LIV-USED (WS-LIV-X)
                   ADD 1 TO WS-DELETED-COUNT
               ELSE
                   ADD 1 TO WS-MISSED-COUNT
               END-IF
           ELSE
               IF WS-MATCH-NUM > ZERO
                   SET WS-LIV-X TO WS-MATCH-NUM
                   MOVE WS-APPLY-IMAGE TO WS-LIV-RECORD (WS-LIV-X)
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   IF WS-LIVE-COUNT < WS-LIVE-MAX
                       ADD 1 TO WS-LIVE-COUNT
                       SET WS-LIV-X TO WS-LIVE-COUNT
                       MOVE "Y" TO WS-LIV-USED (WS-LIV-X)
                       MOVE WS-APPLY-IMAGE TO WS-LIV-RECORD (WS-LIV-X)
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       DISPLAY "WROLLFWD: FILE EXCEEDS " WS-LIVE-MAX
                               " RECORDS -- ROLL-FORWARD STOPPED."
                       SET WS-ROLLFWD-FAILED TO TRUE
                       SET WS-JOURNAL-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-SEQUENTIAL-FILE.

           MOVE "N" TO WS-DATA-EOF-SWITCH.
           OPEN INPUT WS-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               DISPLAY "WROLLFWD: CANNOT OPEN " WS-DATA-PATH (1:50)
                       " STATUS " WS-SEQ-STATUS
               SET WS-ROLLFWD-FAILED TO TRUE
               GO TO LOAD-SEQUENTIAL-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       IF WS-LIVE-COUNT < WS-LIVE-MAX
                           ADD 1 TO WS-LIVE-COUNT
                           SET WS-LIV-X TO WS-LIVE-COUNT
                           MOVE "Y" TO WS-LIV-USED (WS-LIV-X)
                           MOVE WS-SEQ-RECORD
                               TO WS-LIV-RECORD (WS-LIV-X)
                       ELSE
                           DISPLAY "WROLLFWD: FILE EXCEEDS "
                                   WS-LIVE-MAX " RECORDS -- "
                                   "ROLL-FORWARD REFUSED."
                           SET WS-ROLLFWD-FAILED TO TRUE
                           SET WS-DATA-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-SEQ-FILE.

       LOAD-SEQUENTIAL-FILE-EXIT.
           EXIT.

      ******************************************************************
      * THE WVOLVER PASS ON THE REBUILT FILE -- READ TO END, AND
      * RE-READ EVERY HUNDREDTH RECORD BY KEY WHEN IT IS INDEXED.
      ******************************************************************

       VERIFY-REBUILT-FILE.

           MOVE "N" TO WS-DATA-EOF-SWITCH.
           IF NOT WS-FILE-INDEXED
               GO TO VERIFY-SEQUENTIAL-PASS
           END-IF.
           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               MOVE "FAIL" TO WS-VERIFY-RESULT
               MOVE WS-INDEXED-STATUS TO WS-FAIL-STATUS
               GO TO VERIFY-REBUILT-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-INDEXED-FILE NEXT
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       ADD 1 TO WS-SPOT-TALLY
                       IF WS-SPOT-TALLY = 100
                           MOVE ZERO TO WS-SPOT-TALLY
                           PERFORM SPOT-CHECK-ONE-KEY
                       END-IF
               END-READ
               IF WS-INDEXED-STATUS NOT = "00"
                       AND WS-INDEXED-STATUS NOT = "10"
                   MOVE "FAIL" TO WS-VERIFY-RESULT
                   MOVE WS-INDEXED-STATUS TO WS-FAIL-STATUS
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE WS-INDEXED-FILE.
           GO TO VERIFY-REBUILT-FILE-EXIT.

       VERIFY-SEQUENTIAL-PASS.
           OPEN INPUT WS-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               MOVE "FAIL" TO WS-VERIFY-RESULT
               MOVE WS-SEQ-STATUS TO WS-FAIL-STATUS
               GO TO VERIFY-REBUILT-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-SEQ-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
               IF WS-SEQ-STATUS NOT = "00"
                       AND WS-SEQ-STATUS NOT = "10"
                   MOVE "FAIL" TO WS-VERIFY-RESULT
                   MOVE WS-SEQ-STATUS TO WS-FAIL-STATUS
                   SET WS-DATA-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE WS-SEQ-FILE.

       VERIFY-REBUILT-FILE-EXIT.
           EXIT.

       SPOT-CHECK-ONE-KEY.

           MOVE WRX-KEY TO WS-SAVED-KEY.
           READ WS-INDEXED-FILE
               INVALID KEY
                   MOVE "FAIL" TO WS-VERIFY-RESULT
                   MOVE WS-INDEXED-STATUS TO WS-FAIL-STATUS
           END-READ.
           ADD 1 TO WS-SPOT-COUNT.
           MOVE WS-SAVED-KEY TO WRX-KEY.
           START WS-INDEXED-FILE KEY > WRX-KEY
               INVALID KEY
                   SET WS-DATA-EOF TO TRUE
           END-START.

      ******************************************************************
      * THE RECOVERY ACTION BELONGS IN THE SAME AUDIT TRAIL AS THE
      * OPENS IT REPAIRS.
      ******************************************************************

       WRITE-ROLLFWD-AUDIT.

           MOVE SPACES TO OPENFAUD-RECORD.
           ACCEPT OA-REC-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-REC-TIME FROM TIME.
           MOVE ZERO TO OA-REC-SEQ.
           MOVE WS-ARG-VOL TO OA-REC-VOL.
           MOVE WS-ARG-LIB TO OA-REC-LIB.
           MOVE WS-ARG-FILE TO OA-REC-FILE.
           MOVE "WROLLFWD RECOVERY" TO OA-REC-APP-NAME.
           MOVE "WROLLFWD" TO OA-REC-PGM-NAME.
           MOVE "ROLLFWD" TO OA-REC-MODE.
           MOVE ZERO TO OA-REC-WAIT.
           MOVE WS-RUN-ID TO OA-REC-RUN.
           MOVE WS-DATA-PATH TO OA-REC-PATH.
           MOVE WS-BEST-DEST (1:90) TO OA-REC-BACKUP.
           CALL "WOPNAUD" USING OPENFAUD-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       STOP-RUN.

           STOP RUN.
