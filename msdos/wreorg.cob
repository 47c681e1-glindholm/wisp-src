      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WREORG.
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
      *    WREORG reorganizes one indexed master -- unloads it in key
      *    order and reloads it into a fresh file -- so the dead
      *    space and split blocks a busy master collects are given
      *    back without an operator copying files by hand.
      *
      *        WREORG vol lib file [FORCE]
      *
      *    The triple resolves through WISPVOLLIB.DAT the way
      *    W@OPENFILE resolves it.  Before anything is touched the
      *    file must be free:
      *
      *      - the named lock VOL.LIB.FILE (the name WISPRUN's USES
      *        clause claims) is taken through WENQ and held for the
      *        whole run, so no scheduled step can start on it;
      *      - the WOPENREG open registry is replayed the way WOPENINQ
      *        replays it, and any live holder of the triple refuses
      *        the run, each holder listed.  A holder whose open date
      *        is before today is STALE -- most likely a session that
      *        died without closing -- and FORCE lets the run go ahead
      *        past stale holders only.
      *
      *    The file is then copied, as WBACKUP copies it, to the
      *    BACKUPDIR directory as <vol>.<lib>.<file>.<date>.R<time>
      *    and cataloged in WBAKCAT.DAT with type R, so WRESTOR can
      *    bring the pre-reorganization file back.  The records are
      *    unloaded in key order to <path>.UNL (a record-sequential
      *    work file, which carries packed and binary fields intact),
      *    reloaded into the recreated file, and the new file is read
      *    back: the record count must match the unload and the keys
      *    must ascend.  A reload or verify failure copies the safety
      *    copy back over the file.
      *
      *    The run is logged to OPENFAUDX with mode REORG and the
      *    safety copy's path, and the file's byte size before and
      *    after goes to WSIZHIST.DAT, WSIZLOG's line with a REORG-B
      *    or REORG-A tag after it.  A reorganization that does not
      *    complete sets RETURN-CODE 8.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W-OPEN-REGISTRY-FILE ASSIGN TO "WOPENREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT WBAKCAT-FILE ASSIGN TO "WBAKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT WS-INDEXED-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRX-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT WS-UNLOAD-FILE ASSIGN TO WS-UNLOAD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  W-OPEN-REGISTRY-FILE.
       01  W-OPEN-REGISTRY-RECORD.
           05  W-REG-REC-EVENT        PIC X.
           05  FILLER                 PIC X.
           05  W-REG-REC-DATE         PIC 9(8).
           05  FILLER                 PIC X.
           05  W-REG-REC-TIME         PIC 9(8).
           05  FILLER                 PIC X.
           05  W-REG-REC-RUN          PIC X(20).
           05  FILLER                 PIC X.
           05  W-REG-REC-APP          PIC X(40).
           05  FILLER                 PIC X.
           05  W-REG-REC-PGM          PIC X(8).
           05  FILLER                 PIC X.
           05  W-REG-REC-VOL          PIC X(6).
           05  FILLER                 PIC X.
           05  W-REG-REC-LIB          PIC X(8).
           05  FILLER                 PIC X.
           05  W-REG-REC-FILE         PIC X(8).

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

       FD  WS-INDEXED-FILE.
       01  WRX-RECORD.
           05  WRX-KEY                PIC X(42).
           05  FILLER                 PIC X(2006).

       FD  WS-UNLOAD-FILE.
       01  WS-UNLOAD-RECORD           PIC X(2048).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-VOL                 PIC X(6).
       01  WS-ARG-LIB                 PIC X(8).
       01  WS-ARG-FILE                PIC X(8).
       01  WS-ARG-OPTION              PIC X(8).
           88  WS-FORCE-STALE                   VALUE "FORCE".
       01  WS-RUN-ID                  PIC X(20).

       01  WS-REGISTRY-FILE-STATUS    PIC XX.
       01  WS-CATALOG-FILE-STATUS     PIC XX.
       01  WS-INDEXED-STATUS          PIC XX.
       01  WS-UNLOAD-STATUS           PIC XX.
       01  WS-REGISTRY-EOF-SWITCH     PIC X     VALUE "N".
           88  WS-REGISTRY-EOF                  VALUE "Y".
       01  WS-DATA-EOF-SWITCH         PIC X.
           88  WS-DATA-EOF                      VALUE "Y".
       01  WS-FAILED-SWITCH           PIC X     VALUE "N".
           88  WS-REORG-FAILED                  VALUE "Y".

       01  WS-DATA-PATH               PIC X(80).
       01  WS-UNLOAD-PATH             PIC X(88).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-TIME                PIC 9(8).

      *    The triple's lock, claimed through WENQ.
       01  WS-ENQ-LOCK-NAME           PIC X(20).
       01  WS-ENQ-RETURN              PIC 9.
       01  WS-LOCK-SWITCH             PIC X     VALUE "N".
           88  WS-LOCK-HELD                     VALUE "Y".

      *    The triple's open holders, replayed from WOPENREG.
       01  WS-HOLDER-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HOLDER-MAX              PIC 9(4)  VALUE 200.
       01  WS-HOLDER-TABLE.
           05  WS-HLD-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-HLD-X.
               10  WS-HLD-USED        PIC X.
               10  WS-HLD-DATE        PIC 9(8).
               10  WS-HLD-TIME        PIC 9(8).
               10  WS-HLD-RUN         PIC X(20).
               10  WS-HLD-APP         PIC X(40).
               10  WS-HLD-PGM         PIC X(8).
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-LIVE-HOLDERS            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-STALE-HOLDERS           PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-STALE-FLAG              PIC X(6).

      *    The safety copy.
       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-BACKUP-DIR              PIC X(80) VALUE "BACKUP".
       01  WS-DEST-PATH               PIC X(100).
       01  WS-COPY-FROM               PIC X(100).
       01  WS-COPY-TO                 PIC X(100).

      *    Counts, sizes, and the key-sequence check.
       01  WS-UNLOAD-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-RELOAD-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-VERIFY-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-PREVIOUS-KEY            PIC X(42).
       01  WS-SEQUENCE-ERRORS         PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-PROBE-PATH              PIC X(80).
       01  WS-PROBE-DETAILS.
           05  WS-PRB-SIZE            PIC X(8) COMP-X.
           05  FILLER                 PIC X(8).
       01  WS-PROBE-RC                PIC S9(9) COMP-5.
       01  WS-PROBE-SIZE              PIC 9(12) COMP-5.
       01  WS-SIZE-BEFORE             PIC 9(12) COMP-5 VALUE ZERO.
       01  WS-SIZE-AFTER              PIC 9(12) COMP-5 VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZZ,ZZZ,ZZ9.
       01  WS-SIZE-DISP               PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-SIZE-DISP-2             PIC ZZZ,ZZZ,ZZZ,ZZ9.

      *    The size history goes through WLOGWRT, as WSIZLOG's does.
       01  WS-HIST-LOG-NAME           PIC X(12) VALUE "WSIZHIST.DAT".
       01  WS-HIST-LOG-LENGTH         PIC 9(4) COMP VALUE 54.
       01  WS-HIST-LINE.
           05  WS-HIS-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-HIS-VOL             PIC X(6).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-HIS-LIB             PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-HIS-FILE            PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-HIS-SIZE            PIC 9(12).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-HIS-TAG             PIC X(7).
       01  WS-BUSINESS-DATE           PIC 9(8).

       COPY "wopnaud.cpy".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WREORG.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-VOL WS-ARG-LIB WS-ARG-FILE
                          WS-ARG-OPTION.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-VOL, WS-ARG-LIB, WS-ARG-FILE, WS-ARG-OPTION
           END-UNSTRING.
           IF WS-ARG-FILE = SPACES
                   OR (WS-ARG-OPTION NOT = SPACES
                       AND NOT WS-FORCE-STALE)
               DISPLAY "WREORG: USAGE IS  WREORG VOL LIB FILE [FORCE]"
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-CALL.

           CALL "WVOLRES" USING WS-ARG-VOL, WS-ARG-LIB, WS-ARG-FILE,
               WS-DATA-PATH.
           IF WS-DATA-PATH = SPACES
               DISPLAY "WREORG: NO WISPVOLLIB MAPPING FOR "
                       WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE "."
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM CLAIM-FILE-LOCK
               THRU CLAIM-FILE-LOCK-EXIT.
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM CHECK-OPEN-HOLDERS
               THRU CHECK-OPEN-HOLDERS-EXIT.
           IF WS-REORG-FAILED
               GO TO END-WREORG
           END-IF.

           PERFORM TAKE-SAFETY-COPY
               THRU TAKE-SAFETY-COPY-EXIT.
           IF WS-REORG-FAILED
               GO TO END-WREORG
           END-IF.

           PERFORM UNLOAD-IN-KEY-ORDER
               THRU UNLOAD-IN-KEY-ORDER-EXIT.
           IF WS-REORG-FAILED
               GO TO END-WREORG
           END-IF.

           PERFORM RELOAD-FILE
               THRU RELOAD-FILE-EXIT.
           IF NOT WS-REORG-FAILED
               PERFORM VERIFY-RELOADED-FILE
                   THRU VERIFY-RELOADED-FILE-EXIT
           END-IF.
           IF WS-REORG-FAILED
               PERFORM RESTORE-SAFETY-COPY
               GO TO END-WREORG
           END-IF.

           CALL "CBL_DELETE_FILE" USING WS-UNLOAD-PATH
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.

           MOVE WS-DATA-PATH TO WS-PROBE-PATH.
           PERFORM PROBE-FILE-SIZE.
           MOVE WS-PROBE-SIZE TO WS-SIZE-AFTER.
           MOVE WS-SIZE-AFTER TO WS-HIS-SIZE.
           MOVE "REORG-A" TO WS-HIS-TAG.
           PERFORM APPEND-SIZE-HISTORY.
           PERFORM WRITE-REORG-AUDIT.

           MOVE WS-VERIFY-COUNT TO WS-COUNT-DISP.
           MOVE WS-SIZE-BEFORE TO WS-SIZE-DISP.
           MOVE WS-SIZE-AFTER TO WS-SIZE-DISP-2.
           DISPLAY "WREORG: " WS-ARG-VOL " " WS-ARG-LIB " "
                   WS-ARG-FILE " REORGANIZED -- " WS-COUNT-DISP
                   " RECORD(S), " WS-SIZE-DISP " TO " WS-SIZE-DISP-2
                   " BYTES.".

       END-WREORG.

           IF WS-LOCK-HELD
               CALL "WENQ" USING "DEQ", WS-ENQ-LOCK-NAME,
                   WS-ENQ-RETURN
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           IF WS-REORG-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

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
               DISPLAY "WREORG: REFUSED -- " WS-ENQ-LOCK-NAME
                       " IS CLAIMED BY ANOTHER RUN."
           END-IF.

       CLAIM-FILE-LOCK-EXIT.
           EXIT.

      ******************************************************************
      * REPLAY WOPENREG FOR THE TRIPLE -- "O" ADDS A HOLDER, A
      * MATCHING "C" RELEASES IT -- AND REFUSE WHILE ANY ARE LEFT.
      ******************************************************************

       CHECK-OPEN-HOLDERS.

           OPEN INPUT W-OPEN-REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS NOT = "00"
               GO TO CHECK-OPEN-HOLDERS-EXIT
           END-IF.
           PERFORM UNTIL WS-REGISTRY-EOF
               READ W-OPEN-REGISTRY-FILE
                   AT END
                       SET WS-REGISTRY-EOF TO TRUE
                   NOT AT END
                       IF W-REG-REC-VOL = WS-ARG-VOL
                               AND W-REG-REC-LIB = WS-ARG-LIB
                               AND W-REG-REC-FILE = WS-ARG-FILE
                           IF W-REG-REC-EVENT = "O"
                               PERFORM ADD-OPEN-HOLDER
                           END-IF
                           IF W-REG-REC-EVENT = "C"
                               PERFORM RELEASE-OPEN-HOLDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE W-OPEN-REGISTRY-FILE.

           PERFORM VARYING WS-HLD-X FROM 1 BY 1
                   UNTIL WS-HLD-X > WS-HOLDER-COUNT
               IF WS-HLD-USED (WS-HLD-X) = "Y"
                   IF WS-HLD-DATE (WS-HLD-X) < WS-RUN-DATE
                       ADD 1 TO WS-STALE-HOLDERS
                       MOVE "STALE" TO WS-STALE-FLAG
                   ELSE
                       ADD 1 TO WS-LIVE-HOLDERS
                       MOVE SPACES TO WS-STALE-FLAG
                   END-IF
                   DISPLAY "WREORG: HELD BY RUN=" WS-HLD-RUN (WS-HLD-X)
                           " PGM=" WS-HLD-PGM (WS-HLD-X)
                           " APP=" WS-HLD-APP (WS-HLD-X) (1:20)
                           " SINCE " WS-HLD-DATE (WS-HLD-X) " "
                           WS-HLD-TIME (WS-HLD-X) (1:6) " "
                           WS-STALE-FLAG
               END-IF
           END-PERFORM.

           IF WS-LIVE-HOLDERS > ZERO
                   OR (WS-STALE-HOLDERS > ZERO AND NOT WS-FORCE-STALE)
               DISPLAY "WREORG: REFUSED -- " WS-ARG-VOL " " WS-ARG-LIB
                       " " WS-ARG-FILE " IS STILL OPEN."
               IF WS-LIVE-HOLDERS = ZERO
                   DISPLAY "WREORG: EVERY HOLDER IS STALE -- RERUN "
                           "WITH FORCE ONCE THEIR SESSIONS ARE "
                           "CONFIRMED GONE."
               END-IF
               SET WS-REORG-FAILED TO TRUE
           END-IF.

       CHECK-OPEN-HOLDERS-EXIT.
           EXIT.

       ADD-OPEN-HOLDER.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-HLD-X FROM 1 BY 1
                   UNTIL WS-HLD-X > WS-HOLDER-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-HLD-USED (WS-HLD-X) = "N"
                   SET WS-MATCH-NUM TO WS-HLD-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM = ZERO
               IF WS-HOLDER-COUNT < WS-HOLDER-MAX
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE WS-HOLDER-COUNT TO WS-MATCH-NUM
               END-IF
           END-IF.
           IF WS-MATCH-NUM > ZERO
               SET WS-HLD-X TO WS-MATCH-NUM
               MOVE "Y" TO WS-HLD-USED (WS-HLD-X)
               MOVE W-REG-REC-DATE TO WS-HLD-DATE (WS-HLD-X)
               MOVE W-REG-REC-TIME TO WS-HLD-TIME (WS-HLD-X)
               MOVE W-REG-REC-RUN TO WS-HLD-RUN (WS-HLD-X)
               MOVE W-REG-REC-APP TO WS-HLD-APP (WS-HLD-X)
               MOVE W-REG-REC-PGM TO WS-HLD-PGM (WS-HLD-X)
           END-IF.

       RELEASE-OPEN-HOLDER.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-HLD-X FROM 1 BY 1
                   UNTIL WS-HLD-X > WS-HOLDER-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-HLD-USED (WS-HLD-X) = "Y"
                       AND WS-HLD-PGM (WS-HLD-X) = W-REG-REC-PGM
                       AND WS-HLD-RUN (WS-HLD-X) = W-REG-REC-RUN
                   SET WS-MATCH-NUM TO WS-HLD-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               SET WS-HLD-X TO WS-MATCH-NUM
               MOVE "N" TO WS-HLD-USED (WS-HLD-X)
           END-IF.

      ******************************************************************
      * THE SAFETY COPY -- COPIED AND CATALOGED AS WBACKUP DOES IT.
      ******************************************************************

       TAKE-SAFETY-COPY.

           MOVE WS-DATA-PATH TO WS-PROBE-PATH.
           PERFORM PROBE-FILE-SIZE.
           IF WS-PROBE-RC NOT = ZERO
               DISPLAY "WREORG: " WS-DATA-PATH (1:50) " NOT FOUND."
               SET WS-REORG-FAILED TO TRUE
               GO TO TAKE-SAFETY-COPY-EXIT
           END-IF.
           MOVE WS-PROBE-SIZE TO WS-SIZE-BEFORE.

           MOVE "BACKUPDIR" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-CFG-VALUE
           END-CALL.
           IF WS-CFG-VALUE NOT = SPACES
               MOVE WS-CFG-VALUE TO WS-BACKUP-DIR
           END-IF.

           MOVE SPACES TO WS-DEST-PATH.
           STRING WS-BACKUP-DIR       DELIMITED BY SPACE
                  "/"                 DELIMITED BY SIZE
                  WS-ARG-VOL          DELIMITED BY SPACE
                  "."                 DELIMITED BY SIZE
                  WS-ARG-LIB          DELIMITED BY SPACE
                  "."                 DELIMITED BY SIZE
                  WS-ARG-FILE         DELIMITED BY SPACE
                  "."                 DELIMITED BY SIZE
                  WS-RUN-DATE         DELIMITED BY SIZE
                  ".R"                DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)   DELIMITED BY SIZE
                  INTO WS-DEST-PATH
           END-STRING.
           MOVE WS-DATA-PATH TO WS-COPY-FROM.
           MOVE WS-DEST-PATH TO WS-COPY-TO.
           CALL "CBL_COPY_FILE" USING WS-COPY-FROM, WS-COPY-TO
               ON EXCEPTION CONTINUE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "WREORG: SAFETY COPY FAILED TO "
                       WS-DEST-PATH (1:60)
               MOVE ZERO TO RETURN-CODE
               SET WS-REORG-FAILED TO TRUE
               GO TO TAKE-SAFETY-COPY-EXIT
           END-IF.

           OPEN EXTEND WBAKCAT-FILE.
           IF WS-CATALOG-FILE-STATUS = "35"
               OPEN OUTPUT WBAKCAT-FILE
           END-IF.
           IF WS-CATALOG-FILE-STATUS = "00"
               MOVE SPACES TO WBAKCAT-RECORD
               MOVE WS-RUN-DATE TO BC-REC-DATE
               MOVE WS-RUN-TIME TO BC-REC-TIME
               MOVE "R" TO BC-REC-TYPE
               MOVE WS-ARG-VOL TO BC-REC-VOL
               MOVE WS-ARG-LIB TO BC-REC-LIB
               MOVE WS-ARG-FILE TO BC-REC-FILE
               MOVE WS-DATA-PATH TO BC-REC-SRC
               MOVE WS-DEST-PATH TO BC-REC-DEST
               WRITE WBAKCAT-RECORD
               CLOSE WBAKCAT-FILE
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-HIS-DATE.
           MOVE WS-ARG-VOL TO WS-HIS-VOL.
           MOVE WS-ARG-LIB TO WS-HIS-LIB.
           MOVE WS-ARG-FILE TO WS-HIS-FILE.
           MOVE WS-SIZE-BEFORE TO WS-HIS-SIZE.
           MOVE "REORG-B" TO WS-HIS-TAG.
           PERFORM APPEND-SIZE-HISTORY.

       TAKE-SAFETY-COPY-EXIT.
           EXIT.

      ******************************************************************
      * UNLOAD IN KEY ORDER TO THE WORK FILE.
      ******************************************************************

       UNLOAD-IN-KEY-ORDER.

           MOVE SPACES TO WS-UNLOAD-PATH.
           STRING WS-DATA-PATH DELIMITED BY SPACE
                  ".UNL"       DELIMITED BY SIZE
                  INTO WS-UNLOAD-PATH
           END-STRING.

           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "WREORG: " WS-DATA-PATH (1:50)
                       " DOES NOT OPEN INDEXED -- STATUS "
                       WS-INDEXED-STATUS
               SET WS-REORG-FAILED TO TRUE
               GO TO UNLOAD-IN-KEY-ORDER-EXIT
           END-IF.
           OPEN OUTPUT WS-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "WREORG: CANNOT CREATE " WS-UNLOAD-PATH (1:50)
                       " STATUS " WS-UNLOAD-STATUS
               CLOSE WS-INDEXED-FILE
               SET WS-REORG-FAILED TO TRUE
               GO TO UNLOAD-IN-KEY-ORDER-EXIT
           END-IF.

           MOVE "N" TO WS-DATA-EOF-SWITCH.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-INDEXED-FILE NEXT
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       WRITE WS-UNLOAD-RECORD FROM WRX-RECORD
                       IF WS-UNLOAD-STATUS NOT = "00"
                           DISPLAY "WREORG: UNLOAD WRITE FAILED, "
                                   "STATUS " WS-UNLOAD-STATUS
                           SET WS-REORG-FAILED TO TRUE
                           SET WS-DATA-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-UNLOAD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-INDEXED-FILE WS-UNLOAD-FILE.

       UNLOAD-IN-KEY-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * RECREATE THE FILE AND RELOAD IT FROM THE WORK FILE.
      ******************************************************************

       RELOAD-FILE.

           OPEN INPUT WS-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "WREORG: CANNOT REOPEN " WS-UNLOAD-PATH (1:50)
               SET WS-REORG-FAILED TO TRUE
               GO TO RELOAD-FILE-EXIT
           END-IF.
           OPEN OUTPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "WREORG: CANNOT RECREATE " WS-DATA-PATH (1:50)
                       " STATUS " WS-INDEXED-STATUS
               CLOSE WS-UNLOAD-FILE
               SET WS-REORG-FAILED TO TRUE
               GO TO RELOAD-FILE-EXIT
           END-IF.

           MOVE "N" TO WS-DATA-EOF-SWITCH.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-UNLOAD-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       WRITE WRX-RECORD FROM WS-UNLOAD-RECORD
                       IF WS-INDEXED-STATUS NOT = "00"
                           DISPLAY "WREORG: RELOAD WRITE FAILED, "
                                   "STATUS " WS-INDEXED-STATUS
                           SET WS-REORG-FAILED TO TRUE
                           SET WS-DATA-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RELOAD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-UNLOAD-FILE WS-INDEXED-FILE.

       RELOAD-FILE-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEW FILE BACK -- SAME COUNT, KEYS ASCENDING.
      ******************************************************************

       VERIFY-RELOADED-FILE.

           OPEN INPUT WS-INDEXED-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "WREORG: VERIFY CANNOT OPEN "
                       WS-DATA-PATH (1:50)
               SET WS-REORG-FAILED TO TRUE
               GO TO VERIFY-RELOADED-FILE-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-PREVIOUS-KEY.
           MOVE "N" TO WS-DATA-EOF-SWITCH.
           PERFORM UNTIL WS-DATA-EOF
               READ WS-INDEXED-FILE NEXT
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
                       IF WS-VERIFY-COUNT > 1
                               AND WRX-KEY NOT > WS-PREVIOUS-KEY
                           ADD 1 TO WS-SEQUENCE-ERRORS
                       END-IF
                       MOVE WRX-KEY TO WS-PREVIOUS-KEY
               END-READ
           END-PERFORM.
           CLOSE WS-INDEXED-FILE.

           IF WS-VERIFY-COUNT NOT = WS-UNLOAD-COUNT
               MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
               MOVE WS-VERIFY-COUNT TO WS-COUNT-DISP-2
               DISPLAY "WREORG: VERIFY FAILED -- UNLOADED "
                       WS-COUNT-DISP ", READ BACK " WS-COUNT-DISP-2
               SET WS-REORG-FAILED TO TRUE
           END-IF.
           IF WS-SEQUENCE-ERRORS > ZERO
               MOVE WS-SEQUENCE-ERRORS TO WS-COUNT-DISP
               DISPLAY "WREORG: VERIFY FAILED -- " WS-COUNT-DISP
                       " KEY(S) OUT OF SEQUENCE"
               SET WS-REORG-FAILED TO TRUE
           END-IF.

       VERIFY-RELOADED-FILE-EXIT.
           EXIT.

      *    A FAILED RELOAD PUTS THE SAFETY COPY BACK.
       RESTORE-SAFETY-COPY.

           MOVE WS-DEST-PATH TO WS-COPY-FROM.
           MOVE WS-DATA-PATH TO WS-COPY-TO.
           CALL "CBL_COPY_FILE" USING WS-COPY-FROM, WS-COPY-TO
               ON EXCEPTION CONTINUE
           END-CALL.
           IF RETURN-CODE = ZERO
               DISPLAY "WREORG: " WS-DATA-PATH (1:50)
                       " PUT BACK FROM THE SAFETY COPY."
           ELSE
               DISPLAY "WREORG: PUT-BACK FAILED -- RESTORE "
                       WS-DATA-PATH (1:50) " FROM "
                       WS-DEST-PATH (1:60) " WITH WRESTOR."
           END-IF.

      ******************************************************************
      * SIZES, THE SIZE HISTORY, AND THE OPEN AUDIT.
      ******************************************************************

      *    A FILE THAT IS NOT THERE COMES BACK AS SIZE ZERO WITH A
      *    NON-ZERO WS-PROBE-RC.
       PROBE-FILE-SIZE.

           MOVE ZERO TO WS-PROBE-SIZE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-PATH,
               WS-PROBE-DETAILS.
           MOVE RETURN-CODE TO WS-PROBE-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-PROBE-RC = ZERO
               MOVE WS-PRB-SIZE TO WS-PROBE-SIZE
           END-IF.

       APPEND-SIZE-HISTORY.

           CALL "WLOGWRT" USING WS-HIST-LOG-NAME, WS-HIST-LOG-LENGTH,
               WS-HIST-LINE
               ON EXCEPTION CONTINUE
           END-CALL.

       WRITE-REORG-AUDIT.

           MOVE SPACES TO OPENFAUD-RECORD.
           MOVE WS-RUN-DATE TO OA-REC-DATE.
           ACCEPT OA-REC-TIME FROM TIME.
           MOVE ZERO TO OA-REC-SEQ.
           MOVE WS-ARG-VOL TO OA-REC-VOL.
           MOVE WS-ARG-LIB TO OA-REC-LIB.
           MOVE WS-ARG-FILE TO OA-REC-FILE.
           MOVE "WREORG UNLOAD/RELOAD" TO OA-REC-APP-NAME.
           MOVE "WREORG" TO OA-REC-PGM-NAME.
           MOVE "REORG" TO OA-REC-MODE.
           MOVE ZERO TO OA-REC-WAIT.
           MOVE WS-RUN-ID TO OA-REC-RUN.
           MOVE WS-DATA-PATH TO OA-REC-PATH.
           MOVE WS-DEST-PATH (1:90) TO OA-REC-BACKUP.
           CALL "WOPNAUD" USING OPENFAUD-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       STOP-RUN.

           STOP RUN.
