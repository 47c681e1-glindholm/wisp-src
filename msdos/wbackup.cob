      *        WBACKUP INCR       -- only files whose modification
      *                              date is on or after the last
      *                              FULL set in the catalog
      *        WBACKUP FULL|INCR label
      *                           -- and record the set as written
      *                              to media volume "label" in the
      *                              offsite media register
      *
      *    Copies land in the directory named by the WISPCFG key
      *    BACKUPDIR (default BACKUP) as <vol>.<lib>.<file>.<date>,
      *    -- which is what WRESTOR searches to bring one file back.
      *    Each backup is also written to the OPENFAUDX open-audit
      *    store (mode BACKUP) through WOPNAUD, so the audit trail
      *    covers recovery actions too.  When a media label is given
      *    the set -- every catalog line of this run shares its date
      *    and time -- is assigned to that volume through WMEDREG,
      *    ready for the vault dispatch screen (WMEDIAOP); a volume
      *    that still holds an unreturned set is refused there, as is
      *    a returned one whose old set holds a copy of a file under
      *    legal hold, and the backup then ends with RETURN-CODE 4.
      *
      *    The set is taken with the system quiesced.  Unless the
      *    availability state is already QUIESCE or MAINTENANCE,
      *    WBACKUP sets QUIESCE through WAVAIL, so W@OPENFILE holds
      *    every new update-mode open and WMENU refuses update
      *    selections, then replays the WOPENREG open registry until
      *    no update-mode holder opened today is left -- looking
      *    every 10 seconds for up to WISPCFG QUIESCEWAIT seconds
      *    (default 1800).  A holder still open at the deadline is
      *    listed, the state is released, no set is taken and
      *    RETURN-CODE is 8.  Holders from an earlier day are listed
      *    as STALE and do not hold the backup up.  When the set is
      *    done the state WBACKUP set is released back to what it
      *    was; a MAINTENANCE state, or a QUIESCE already in force,
      *    is left for whoever set it.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
           SELECT WBAKCAT-FILE ASSIGN TO "WBAKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT W-OPEN-REGISTRY-FILE ASSIGN TO "WOPENREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
           05  FILLER                 PIC X.
           05  BC-REC-DEST            PIC X(100).

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
           05  FILLER                 PIC X.
           05  W-REG-REC-ACCESS       PIC X.

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-TYPE                PIC X(4).
       01  WS-ARG-MEDIA               PIC X(8).
       01  WS-BACKUP-TYPE             PIC X     VALUE "F".

       01  WS-VOLLIB-FILE-STATUS      PIC XX.
      *    The open-audit record for each copy.
       COPY "wopnaud.cpy".

      *    The media volume the set is written to.
       COPY "wmedia.cpy".
       01  WS-MEDIA-RETURN            PIC 9.
       01  WS-MEDIA-SWITCH            PIC X     VALUE "N".
           88  WS-MEDIA-NOT-RECORDED            VALUE "Y".

      *    The quiesce -- the availability state, and the update-mode
      *    holders replayed from WOPENREG across every file.
       COPY "wavail.cpy".
       01  WS-QUIESCE-SWITCH          PIC X     VALUE "N".
           88  WS-QUIESCE-SET                   VALUE "Y".
       01  WS-BACKUP-FAILED-SWITCH    PIC X     VALUE "N".
           88  WS-BACKUP-FAILED                 VALUE "Y".
       01  WS-REGISTRY-FILE-STATUS    PIC XX.
       01  WS-REGISTRY-EOF-SWITCH     PIC X.
           88  WS-REGISTRY-EOF                  VALUE "Y".
       01  WS-QUIESCE-WAIT            PIC 9(5)  VALUE 1800.
       01  WS-QUIESCE-POLL            PIC 9(4)  COMP-5 VALUE 10.
       01  WS-WAITED-SECS             PIC 9(5)  VALUE ZERO.
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-HOLDER-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-HOLDER-MAX              PIC 9(4)  VALUE 500.
       01  WS-HOLDER-TABLE.
           05  WS-HLD-ENTRY  OCCURS 500 TIMES
                             INDEXED BY WS-HLD-X.
               10  WS-HLD-USED        PIC X.
               10  WS-HLD-DATE        PIC 9(8).
               10  WS-HLD-TIME        PIC 9(8).
               10  WS-HLD-RUN         PIC X(20).
               10  WS-HLD-PGM         PIC X(8).
               10  WS-HLD-VOL         PIC X(6).
               10  WS-HLD-LIB         PIC X(8).
               10  WS-HLD-FILE        PIC X(8).
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
       01  WS-LIVE-HOLDERS            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-STALE-FLAG              PIC X(6).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
       START-WBACKUP.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-TYPE WS-ARG-MEDIA.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-TYPE, WS-ARG-MEDIA
           END-UNSTRING.
           IF WS-ARG-TYPE = "INCR"
               MOVE "I" TO WS-BACKUP-TYPE
           ELSE
               IF WS-ARG-TYPE NOT = "FULL" AND WS-ARG-TYPE NOT = SPACES
                   DISPLAY "WBACKUP: USAGE IS  WBACKUP [FULL | INCR] "
                           "[MEDIA-LABEL]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               END-IF
           END-IF.

           PERFORM QUIESCE-FOR-BACKUP
               THRU QUIESCE-FOR-BACKUP-EXIT.
           IF WS-BACKUP-FAILED
               GO TO END-WBACKUP
           END-IF.

           OPEN INPUT WISPVOLLIB-FILE.
           IF WS-VOLLIB-FILE-STATUS NOT = "00"
               DISPLAY "WBACKUP: NO WISPVOLLIB.DAT MAPPING TABLE."
               SET WS-BACKUP-FAILED TO TRUE
               GO TO END-WBACKUP
           END-IF.

           PERFORM UNTIL WS-VOLLIB-EOF
           DISPLAY "WBACKUP: " WS-COUNT-DISP " FILE(S) COPIED TO "
                   WS-BACKUP-DIR (1:40).

           IF WS-ARG-MEDIA NOT = SPACES AND WS-COPIED-COUNT > ZERO
               PERFORM ASSIGN-SET-TO-MEDIA
           END-IF.

       END-WBACKUP.

           PERFORM RELEASE-QUIESCE.
           IF WS-BACKUP-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MEDIA-NOT-RECORDED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * RECORD THE SET AGAINST ITS MEDIA VOLUME IN THE REGISTER.
      ******************************************************************

       ASSIGN-SET-TO-MEDIA.

           MOVE SPACES TO WMEDIA-RECORD.
           MOVE WS-ARG-MEDIA TO MD-LABEL.
           MOVE WS-RUN-DATE TO MD-SET-DATE.
           MOVE WS-RUN-TIME TO MD-SET-TIME.
           MOVE ZERO TO MD-DUE-DATE MD-RETAIN-DATE.
           CALL "WMEDREG" USING "ASN", WMEDIA-RECORD, WS-MEDIA-RETURN.
           EVALUATE WS-MEDIA-RETURN
               WHEN ZERO
                   DISPLAY "WBACKUP: SET RECORDED ON MEDIA " MD-LABEL
                           " -- KEEP UNTIL " MD-RETAIN-DATE "."
               WHEN 3
                   DISPLAY "WBACKUP: MEDIA " WS-ARG-MEDIA
                           " STILL HOLDS THE " MD-SET-DATE
                           " SET -- NOT RECORDED."
                   SET WS-MEDIA-NOT-RECORDED TO TRUE
               WHEN 4
                   DISPLAY "WBACKUP: MEDIA " WS-ARG-MEDIA
                           " HOLDS THE " MD-SET-DATE
                           " SET UNDER LEGAL HOLD -- NOT RECORDED."
                   SET WS-MEDIA-NOT-RECORDED TO TRUE
               WHEN OTHER
                   DISPLAY "WBACKUP: SET NOT RECORDED ON MEDIA "
                           WS-ARG-MEDIA " -- WMEDIA.DAT NOT WRITTEN."
                   SET WS-MEDIA-NOT-RECORDED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * QUIESCE THE SYSTEM AND WAIT FOR THE UPDATERS TO CLOSE.
      ******************************************************************

       QUIESCE-FOR-BACKUP.

           CALL "WAVAIL" USING "GET", WISP-AVAILABILITY.
           IF AV-UPDATES-HELD
               DISPLAY "WBACKUP: SYSTEM STATE IS ALREADY " AV-STATE
                       " -- LEFT AS IT IS."
           ELSE
               MOVE "QUIESCE" TO AV-STATE
               MOVE "WBACKUP NIGHTLY SET" TO AV-REASON
               CALL "WAVAIL" USING "SET", WISP-AVAILABILITY
               IF AV-RETURN NOT = ZERO
                   DISPLAY "WBACKUP: THE SYSTEM COULD NOT BE "
                           "QUIESCED -- NO SET TAKEN."
                   SET WS-BACKUP-FAILED TO TRUE
                   GO TO QUIESCE-FOR-BACKUP-EXIT
               END-IF
               SET WS-QUIESCE-SET TO TRUE
               DISPLAY "WBACKUP: SYSTEM STATE SET TO QUIESCE."
           END-IF.

           MOVE "QUIESCEWAIT" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-QUIESCE-WAIT
           END-IF.

           MOVE ZERO TO WS-WAITED-SECS.
           PERFORM COUNT-UPDATE-HOLDERS
               THRU COUNT-UPDATE-HOLDERS-EXIT.
           IF WS-LIVE-HOLDERS > ZERO
               DISPLAY "WBACKUP: WAITING FOR UPDATE-MODE OPENS TO "
                       "CLOSE."
           END-IF.
           PERFORM UNTIL WS-LIVE-HOLDERS = ZERO
                      OR WS-WAITED-SECS NOT < WS-QUIESCE-WAIT
               CALL "C$SLEEP" USING WS-QUIESCE-POLL
               ADD WS-QUIESCE-POLL TO WS-WAITED-SECS
               PERFORM COUNT-UPDATE-HOLDERS
                   THRU COUNT-UPDATE-HOLDERS-EXIT
           END-PERFORM.

      *    Whoever is still holding a file open for update is named,
      *    along with any stale holder left by a dead session.
           PERFORM VARYING WS-HLD-X FROM 1 BY 1
                   UNTIL WS-HLD-X > WS-HOLDER-COUNT
               IF WS-HLD-USED (WS-HLD-X) = "Y"
                   IF WS-HLD-DATE (WS-HLD-X) < WS-RUN-DATE
                       MOVE "STALE" TO WS-STALE-FLAG
                   ELSE
                       MOVE SPACES TO WS-STALE-FLAG
                   END-IF
                   IF WS-LIVE-HOLDERS > ZERO
                           OR WS-STALE-FLAG NOT = SPACES
                       DISPLAY "WBACKUP: " WS-HLD-VOL (WS-HLD-X) " "
                               WS-HLD-LIB (WS-HLD-X) " "
                               WS-HLD-FILE (WS-HLD-X)
                               " HELD BY RUN=" WS-HLD-RUN (WS-HLD-X)
                               " PGM=" WS-HLD-PGM (WS-HLD-X)
                               " SINCE " WS-HLD-DATE (WS-HLD-X) " "
                               WS-HLD-TIME (WS-HLD-X) (1:6) " "
                               WS-STALE-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LIVE-HOLDERS > ZERO
               DISPLAY "WBACKUP: REFUSED -- FILES STILL OPEN FOR "
                       "UPDATE AFTER " WS-QUIESCE-WAIT " SECONDS; "
                       "NO SET TAKEN."
               SET WS-BACKUP-FAILED TO TRUE
           END-IF.

       QUIESCE-FOR-BACKUP-EXIT.
           EXIT.

      ******************************************************************
      * REPLAY WOPENREG -- AN UPDATE-MODE "O" ADDS A HOLDER, A
      * MATCHING "C" RELEASES IT -- AND COUNT THE HOLDERS LEFT THAT
      * WERE OPENED TODAY.  AN OPEN EVENT WITH NO MODE RECORDED IS
      * TAKEN AS AN UPDATE.
      ******************************************************************

       COUNT-UPDATE-HOLDERS.

           MOVE ZERO TO WS-HOLDER-COUNT WS-LIVE-HOLDERS.
           MOVE "N" TO WS-REGISTRY-EOF-SWITCH.
           OPEN INPUT W-OPEN-REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS NOT = "00"
               GO TO COUNT-UPDATE-HOLDERS-EXIT
           END-IF.
           PERFORM UNTIL WS-REGISTRY-EOF
               READ W-OPEN-REGISTRY-FILE
                   AT END
                       SET WS-REGISTRY-EOF TO TRUE
                   NOT AT END
                       IF W-REG-REC-EVENT = "O"
                               AND W-REG-REC-ACCESS NOT = "I"
                           PERFORM ADD-OPEN-HOLDER
                       END-IF
                       IF W-REG-REC-EVENT = "C"
                           PERFORM RELEASE-OPEN-HOLDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE W-OPEN-REGISTRY-FILE.

           PERFORM VARYING WS-HLD-X FROM 1 BY 1
                   UNTIL WS-HLD-X > WS-HOLDER-COUNT
               IF WS-HLD-USED (WS-HLD-X) = "Y"
                       AND WS-HLD-DATE (WS-HLD-X) NOT < WS-RUN-DATE
                   ADD 1 TO WS-LIVE-HOLDERS
               END-IF
           END-PERFORM.

       COUNT-UPDATE-HOLDERS-EXIT.
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
               MOVE W-REG-REC-PGM TO WS-HLD-PGM (WS-HLD-X)
               MOVE W-REG-REC-VOL TO WS-HLD-VOL (WS-HLD-X)
               MOVE W-REG-REC-LIB TO WS-HLD-LIB (WS-HLD-X)
               MOVE W-REG-REC-FILE TO WS-HLD-FILE (WS-HLD-X)
           END-IF.

       RELEASE-OPEN-HOLDER.

           MOVE ZERO TO WS-MATCH-NUM.
           PERFORM VARYING WS-HLD-X FROM 1 BY 1
                   UNTIL WS-HLD-X > WS-HOLDER-COUNT
                      OR WS-MATCH-NUM > ZERO
               IF WS-HLD-USED (WS-HLD-X) = "Y"
                       AND WS-HLD-PGM (WS-HLD-X) = W-REG-REC-PGM
                       AND WS-HLD-RUN (WS-HLD-X) = W-REG-REC-RUN
                       AND WS-HLD-VOL (WS-HLD-X) = W-REG-REC-VOL
                       AND WS-HLD-LIB (WS-HLD-X) = W-REG-REC-LIB
                       AND WS-HLD-FILE (WS-HLD-X) = W-REG-REC-FILE
                   SET WS-MATCH-NUM TO WS-HLD-X
               END-IF
           END-PERFORM.
           IF WS-MATCH-NUM > ZERO
               SET WS-HLD-X TO WS-MATCH-NUM
               MOVE "N" TO WS-HLD-USED (WS-HLD-X)
           END-IF.

      ******************************************************************
      * HAND BACK THE STATE WBACKUP SET -- UNLESS SOMEONE HAS SINCE
      * MOVED IT ON (TO MAINTENANCE, SAY), IN WHICH CASE IT IS THEIRS.
      ******************************************************************

       RELEASE-QUIESCE.

           IF WS-QUIESCE-SET
               CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
               IF AV-QUIESCE
                   MOVE SPACES TO AV-REASON
                   CALL "WAVAIL" USING "REL", WISP-AVAILABILITY
                   DISPLAY "WBACKUP: SYSTEM STATE RETURNED TO "
                           AV-STATE
               END-IF
               MOVE "N" TO WS-QUIESCE-SWITCH
           END-IF.

      ******************************************************************
      * THE LAST FULL SET'S DATE, FROM THE CATALOG.
      ******************************************************************
