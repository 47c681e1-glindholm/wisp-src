      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WSECFEED.
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
      *    WSECFEED passes the system's security events to the
      *    corporate SIEM as they happen, instead of leaving them for
      *    the quarterly WSECRPT.  Each pass picks up where the last
      *    one left off (the record counts already passed on are kept
      *    in WSECFEED.CKP, one for each log, the way WERRWATCH keeps
      *    its place) and forwards:
      *
      *        from WISPERR.LOG, the WSECRPT phrasings --
      *            SIGNON FAILED ID=...        failed sign-on
      *            OPERATOR LOCKED ID=...      lockout
      *            AUTHORITY DENIED FUNC=...   authority denial
      *            AUTHORITY DENIED PGM=...    program refused
      *            LOCK FORCED RELEASE ...     forced lock release
      *            OPERMST ...                 operator-master change
      *        from GTPMAUD, every screen record carrying OVERRIDE=
      *            (a supervisor's second sign-off); training records
      *            are left out, as everywhere else.
      *
      *    Each event is written as one syslog line carrying a CEF
      *    record, the form the collector parses:
      *
      *        <pri>Mmm dd hh:mm:ss host WISP: CEF:0|IDSI|WISP|1.0|
      *            event|name|severity|rt=... suser=operator
      *            shost=workstation cs1=entity cs2=run-id
      *            cs3=program cs4=supervisor cat=event msg=detail
      *
      *    A value the event does not carry is sent as "-".  The
      *    workstation is the WS= on the event, which WISPERRLOG and
      *    WMFNGETPARM stamp from the session's WISPTERMID.
      *
      *    WISPCFG keys:
      *        SECFEEDFILE  the drop file the lines are appended to
      *                     (default WSECFEED.LOG).
      *        SECFEEDDIR   when set, each pass that finds anything
      *                     writes a new file of its own in this
      *                     directory instead, WSECFEED.yyyymmddhhmmss,
      *                     for collectors that take a file and
      *                     delete it.
      *        SECFEEDHOST  the host name on the syslog header
      *                     (default WISP).
      *        SECFEEDPOLL  seconds between passes; zero or absent is
      *                     one pass, same convention as WERRWATCH.
      *
      *    As a job stream step it is run "WSECFEED ONCE", which makes
      *    one pass whatever SECFEEDPOLL says.  Run it one way or the
      *    other -- a stream step and a polling copy would both read
      *    the same checkpoint.
      *
      *    The checkpoint only moves once the lines are written; a
      *    drop file that cannot be opened is logged to WISPERR.LOG,
      *    the pass ends with RETURN-CODE 8, and the same events are
      *    sent again next pass.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WISPERRLOG-FILE ASSIGN TO "WISPERR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-FILE-STATUS.
           SELECT GTPMAUD-FILE ASSIGN TO "GTPMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WSECFEED-CKP-FILE ASSIGN TO "WSECFEED.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-FILE-STATUS.
           SELECT WSECFEED-DROP-FILE ASSIGN TO WS-DROP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WISPERRLOG-FILE.
       01  WISPERRLOG-RECORD.
           05  EL-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  EL-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X.
           05  EL-REC-PROGRAM         PIC X(12).
           05  FILLER                 PIC X.
           05  EL-REC-PARAGRAPH       PIC X(30).
           05  FILLER                 PIC X.
           05  EL-REC-DETAIL          PIC X(80).
           05  EL-REC-RUN-TAG         PIC X(5).
           05  EL-REC-RUN             PIC X(20).
           05  FILLER                 PIC X.
           05  EL-REC-WS-TAG          PIC X(4).
           05  EL-REC-WS              PIC X(16).
           05  FILLER                 PIC X(12).
           05  EL-REC-ENTITY-TAG      PIC X(8).
           05  EL-REC-ENTITY          PIC X(4).

       FD  GTPMAUD-FILE.
       01  GTPMAUD-RECORD.
           05  AU-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  AU-REC-TIME            PIC 9(8).
           05  AU-REC-APP-TAG         PIC X(5).
           05  AU-REC-APP-NAME        PIC X(40).
           05  AU-REC-OPERATOR-TAG    PIC X(10).
           05  AU-REC-OPERATOR        PIC X(40).
           05  AU-REC-TAGS            PIC X(1888).

       FD  WSECFEED-CKP-FILE.
       01  WSECFEED-CKP-RECORD.
           05  CK-REC-ERRLOG-COUNT    PIC X(10).
           05  FILLER                 PIC X.
           05  CK-REC-AUDIT-COUNT     PIC X(10).

       FD  WSECFEED-DROP-FILE.
       01  WSECFEED-DROP-RECORD       PIC X(600).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).

       01  WS-ERRLOG-FILE-STATUS      PIC XX.
       01  WS-AUDIT-FILE-STATUS       PIC XX.
       01  WS-CKP-FILE-STATUS         PIC XX.
       01  WS-DROP-FILE-STATUS        PIC XX.

       01  WS-ERRLOG-EOF-SWITCH       PIC X     VALUE "N".
           88  WS-ERRLOG-EOF                    VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-AUDIT-EOF                     VALUE "Y".
       01  WS-DROP-OPEN-SWITCH        PIC X     VALUE "N".
           88  WS-DROP-OPEN                     VALUE "Y".
       01  WS-DROP-FAILED-SWITCH      PIC X     VALUE "N".
           88  WS-DROP-FAILED                   VALUE "Y".

      *    How far into each log earlier passes have read.
       01  WS-ERRLOG-PROCESSED        PIC 9(10) COMP-5 VALUE ZERO.
       01  WS-AUDIT-PROCESSED         PIC 9(10) COMP-5 VALUE ZERO.
       01  WS-RECORD-NUMBER           PIC 9(10) COMP-5 VALUE ZERO.
       01  WS-CKP-COUNT-DISP          PIC 9(10).

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-POLL-SECS               PIC 9(5)  VALUE ZERO.
       01  WS-DROP-FILE-CFG           PIC X(80).
       01  WS-DROP-DIR-CFG            PIC X(80).
       01  WS-FEED-HOST               PIC X(32).
       01  WS-DROP-NAME               PIC X(120).

       01  WS-PASS-EVENTS             PIC 9(6)  COMP-5 VALUE ZERO.
       01  WS-COUNT-DISP              PIC ZZZ,ZZ9.
       01  WS-NOW-DATE                PIC 9(8).
       01  WS-NOW-TIME                PIC 9(8).

      *    The event types -- WSECRPT's categories, then the override.
      *    Each carries the CEF signature, the CEF severity (0-10) and
      *    the syslog priority (facility authpriv).
       01  WS-EVENT-TYPES.
           05  FILLER  PIC X(16) VALUE "FAILED SIGN-ON".
           05  FILLER  PIC X(12) VALUE "SIGNONFAIL".
           05  FILLER  PIC X(2)  VALUE "5".
           05  FILLER  PIC X(3)  VALUE "084".
           05  FILLER  PIC X(16) VALUE "LOCKOUT".
           05  FILLER  PIC X(12) VALUE "LOCKOUT".
           05  FILLER  PIC X(2)  VALUE "7".
           05  FILLER  PIC X(3)  VALUE "083".
           05  FILLER  PIC X(16) VALUE "AUTH DENIAL".
           05  FILLER  PIC X(12) VALUE "AUTHDENY".
           05  FILLER  PIC X(2)  VALUE "5".
           05  FILLER  PIC X(3)  VALUE "084".
           05  FILLER  PIC X(16) VALUE "FORCED RELEASE".
           05  FILLER  PIC X(12) VALUE "LOCKFORCE".
           05  FILLER  PIC X(2)  VALUE "6".
           05  FILLER  PIC X(3)  VALUE "084".
           05  FILLER  PIC X(16) VALUE "MASTER CHANGE".
           05  FILLER  PIC X(12) VALUE "OPERMST".
           05  FILLER  PIC X(2)  VALUE "5".
           05  FILLER  PIC X(3)  VALUE "085".
           05  FILLER  PIC X(16) VALUE "PROGRAM REFUSED".
           05  FILLER  PIC X(12) VALUE "PGMREFUSE".
           05  FILLER  PIC X(2)  VALUE "5".
           05  FILLER  PIC X(3)  VALUE "084".
           05  FILLER  PIC X(16) VALUE "SUPV OVERRIDE".
           05  FILLER  PIC X(12) VALUE "OVERRIDE".
           05  FILLER  PIC X(2)  VALUE "6".
           05  FILLER  PIC X(3)  VALUE "085".
       01  FILLER REDEFINES WS-EVENT-TYPES.
           05  WS-EVT-ENTRY  OCCURS 7 TIMES.
               10  WS-EVT-NAME        PIC X(16).
               10  WS-EVT-SIGNATURE   PIC X(12).
               10  WS-EVT-SEVERITY    PIC X(2).
               10  WS-EVT-PRIORITY    PIC X(3).
       01  WS-CATEGORY-NUM            PIC 9(4)  COMP-5.

       01  WS-MONTH-NAMES             PIC X(36) VALUE
           "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  WS-MONTH-NUM               PIC 99.

      *    The event being sent, whichever log it came from.
       01  WS-EVENT.
           05  WS-EV-DATE             PIC 9(8).
           05  WS-EV-TIME             PIC 9(8).
           05  WS-EV-OPERATOR         PIC X(16).
           05  WS-EV-WORKSTATION      PIC X(16).
           05  WS-EV-ENTITY           PIC X(8).
           05  WS-EV-RUN              PIC X(20).
           05  WS-EV-PROGRAM          PIC X(40).
           05  WS-EV-SUPERVISOR       PIC X(16).
           05  WS-EV-DETAIL           PIC X(80).

       01  WS-SCAN-POS                PIC 9(4)  COMP-5.
       01  WS-SCAN-LIMIT              PIC 9(4)  COMP-5.
       01  WS-TAG-NAME                PIC X(12).
       01  WS-TAG-LEN                 PIC 9(4)  COMP-5.
       01  WS-TAG-VALUE               PIC X(40).
       01  WS-TAG-FOUND-SWITCH        PIC X     VALUE "N".
           88  WS-TAG-FOUND                     VALUE "Y".

      *    One CEF extension value, escaped ("\" and "=" take a "\").
       01  WS-EXT-KEY                 PIC X(12).
       01  WS-ESC-IN                  PIC X(80).
       01  WS-ESC-IN-LEN              PIC 9(4)  COMP-5.
       01  WS-ESC-OUT                 PIC X(160).
       01  WS-ESC-OUT-LEN             PIC 9(4)  COMP-5.
       01  WS-ESC-POS                 PIC 9(4)  COMP-5.

       01  WS-FEED-LINE               PIC X(600).
       01  WS-FEED-PTR                PIC 9(4)  COMP-5.
       01  WS-SYSLOG-DAY              PIC X(2).
       01  WS-EV-TIME-TEXT            PIC X(8).

       01  WS-ERR-PROGRAM             PIC X(12) VALUE "WSECFEED".
       01  WS-ERR-PARAGRAPH           PIC X(30).
       01  WS-ERR-DETAIL              PIC X(80).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WSECFEED.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.

           MOVE "SECFEEDPOLL" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-POLL-SECS.
           IF WS-ARG-1 = "ONCE"
               MOVE ZERO TO WS-POLL-SECS
           END-IF.

           MOVE "SECFEEDFILE" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-DROP-FILE-CFG.
           IF WS-DROP-FILE-CFG = SPACES
               MOVE "WSECFEED.LOG" TO WS-DROP-FILE-CFG
           END-IF.
           MOVE "SECFEEDDIR" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-DROP-DIR-CFG.
           MOVE "SECFEEDHOST" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           MOVE WS-CFG-VALUE TO WS-FEED-HOST.
           IF WS-FEED-HOST = SPACES
               MOVE "WISP" TO WS-FEED-HOST
           END-IF.

           PERFORM READ-CHECKPOINT.

           PERFORM FEED-ONE-PASS
               THRU FEED-ONE-PASS-EXIT.
           PERFORM UNTIL WS-POLL-SECS = ZERO
               CALL "C$SLEEP" USING WS-POLL-SECS
               PERFORM FEED-ONE-PASS
                   THRU FEED-ONE-PASS-EXIT
           END-PERFORM.

           IF WS-DROP-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * REMEMBER AND RESTORE HOW FAR INTO EACH LOG WE HAVE READ.
      ******************************************************************

       READ-CHECKPOINT.

           OPEN INPUT WSECFEED-CKP-FILE.
           IF WS-CKP-FILE-STATUS = "00"
               READ WSECFEED-CKP-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CK-REC-ERRLOG-COUNT IS NUMERIC
                           MOVE CK-REC-ERRLOG-COUNT
                               TO WS-ERRLOG-PROCESSED
                       END-IF
                       IF CK-REC-AUDIT-COUNT IS NUMERIC
                           MOVE CK-REC-AUDIT-COUNT
                               TO WS-AUDIT-PROCESSED
                       END-IF
               END-READ
               CLOSE WSECFEED-CKP-FILE
           END-IF.

       WRITE-CHECKPOINT.

           OPEN OUTPUT WSECFEED-CKP-FILE.
           MOVE SPACES TO WSECFEED-CKP-RECORD.
           MOVE WS-ERRLOG-PROCESSED TO WS-CKP-COUNT-DISP.
           MOVE WS-CKP-COUNT-DISP TO CK-REC-ERRLOG-COUNT.
           MOVE WS-AUDIT-PROCESSED TO WS-CKP-COUNT-DISP.
           MOVE WS-CKP-COUNT-DISP TO CK-REC-AUDIT-COUNT.
           WRITE WSECFEED-CKP-RECORD.
           CLOSE WSECFEED-CKP-FILE.

      ******************************************************************
      * ONE PASS -- THE NEW WISPERR.LOG EVENTS, THEN THE NEW GTPMAUD
      * OVERRIDES.  THE CHECKPOINT MOVES ONLY PAST WHAT WAS WRITTEN.
      ******************************************************************

       FEED-ONE-PASS.

           MOVE "N" TO WS-DROP-OPEN-SWITCH.
           MOVE "N" TO WS-DROP-FAILED-SWITCH.
           MOVE ZERO TO WS-PASS-EVENTS.

           PERFORM SCAN-ERROR-LOG
               THRU SCAN-ERROR-LOG-EXIT.
           IF NOT WS-DROP-FAILED
               PERFORM SCAN-AUDIT-LOG
                   THRU SCAN-AUDIT-LOG-EXIT
           END-IF.

           IF WS-DROP-OPEN
               CLOSE WSECFEED-DROP-FILE
           END-IF.
           PERFORM WRITE-CHECKPOINT.

           IF WS-PASS-EVENTS > ZERO
               MOVE WS-PASS-EVENTS TO WS-COUNT-DISP
               DISPLAY "WSECFEED: " WS-COUNT-DISP
                       " SECURITY EVENT(S) SENT TO "
                       WS-DROP-NAME
           END-IF.

       FEED-ONE-PASS-EXIT.
           EXIT.

      ******************************************************************
      * WISPERR.LOG -- SKIP WHAT PRIOR PASSES SENT, CLASSIFY THE REST.
      ******************************************************************

       SCAN-ERROR-LOG.

           MOVE "N" TO WS-ERRLOG-EOF-SWITCH.
           MOVE ZERO TO WS-RECORD-NUMBER.

           OPEN INPUT WISPERRLOG-FILE.
           IF WS-ERRLOG-FILE-STATUS NOT = "00"
               GO TO SCAN-ERROR-LOG-EXIT
           END-IF.

           PERFORM READ-NEXT-ERRLOG-RECORD.
           PERFORM UNTIL WS-ERRLOG-EOF OR WS-DROP-FAILED
               ADD 1 TO WS-RECORD-NUMBER
               IF WS-RECORD-NUMBER > WS-ERRLOG-PROCESSED
                   PERFORM CLASSIFY-ERROR-EVENT
                       THRU CLASSIFY-ERROR-EVENT-EXIT
               END-IF
               IF NOT WS-DROP-FAILED
                   PERFORM READ-NEXT-ERRLOG-RECORD
               END-IF
           END-PERFORM.

           CLOSE WISPERRLOG-FILE.

      *    A live log shorter than the checkpoint means it was rotated
      *    or recreated since the last pass -- start over from the top.
           IF WS-DROP-FAILED
               GO TO SCAN-ERROR-LOG-EXIT
           END-IF.
           IF WS-RECORD-NUMBER < WS-ERRLOG-PROCESSED
               MOVE ZERO TO WS-ERRLOG-PROCESSED
           ELSE
               MOVE WS-RECORD-NUMBER TO WS-ERRLOG-PROCESSED
           END-IF.

       SCAN-ERROR-LOG-EXIT.
           EXIT.

       READ-NEXT-ERRLOG-RECORD.

           MOVE SPACES TO WISPERRLOG-RECORD.
           READ WISPERRLOG-FILE
               AT END
                   SET WS-ERRLOG-EOF TO TRUE
           END-READ.

      *    The same phrasings WSECRPT classifies, with the same
      *    acting operator.
       CLASSIFY-ERROR-EVENT.

           MOVE ZERO TO WS-CATEGORY-NUM.
           MOVE SPACES TO WS-EVENT.
           EVALUATE TRUE
               WHEN EL-REC-DETAIL (1:17) = "SIGNON FAILED ID="
                   MOVE 1 TO WS-CATEGORY-NUM
                   MOVE EL-REC-DETAIL (18:8) TO WS-EV-OPERATOR
               WHEN EL-REC-DETAIL (1:19) = "OPERATOR LOCKED ID="
                   MOVE 2 TO WS-CATEGORY-NUM
                   MOVE EL-REC-DETAIL (20:8) TO WS-EV-OPERATOR
               WHEN EL-REC-DETAIL (1:21) = "AUTHORITY DENIED FUNC"
                   MOVE 3 TO WS-CATEGORY-NUM
                   PERFORM FIND-OPER-TAG
               WHEN EL-REC-DETAIL (1:19) = "LOCK FORCED RELEASE"
                   MOVE 4 TO WS-CATEGORY-NUM
                   PERFORM FIND-OPER-TAG
               WHEN EL-REC-DETAIL (1:8) = "OPERMST "
                   MOVE 5 TO WS-CATEGORY-NUM
                   PERFORM FIND-BY-TAG
               WHEN EL-REC-DETAIL (1:20) = "AUTHORITY DENIED PGM"
                   MOVE 6 TO WS-CATEGORY-NUM
                   PERFORM FIND-OPER-TAG
           END-EVALUATE.
           IF WS-CATEGORY-NUM = ZERO
               GO TO CLASSIFY-ERROR-EVENT-EXIT
           END-IF.

      *    The tags are fixed-width; the operator ends at a space.
           UNSTRING WS-EV-OPERATOR DELIMITED BY " "
               INTO WS-TAG-VALUE
           END-UNSTRING.
           MOVE WS-TAG-VALUE TO WS-EV-OPERATOR.

           MOVE EL-REC-DATE TO WS-EV-DATE.
           MOVE EL-REC-TIME TO WS-EV-TIME.
           MOVE EL-REC-PROGRAM TO WS-EV-PROGRAM.
           MOVE EL-REC-DETAIL TO WS-EV-DETAIL.
           IF EL-REC-RUN-TAG = " RUN="
               MOVE EL-REC-RUN TO WS-EV-RUN
           END-IF.
           IF EL-REC-ENTITY-TAG = " ENTITY="
               MOVE EL-REC-ENTITY TO WS-EV-ENTITY
           END-IF.
      *    A failed sign-on names its workstation in the detail; the
      *    rest carry the session's in the WS= column.
           PERFORM FIND-WS-TAG.
           IF WS-EV-WORKSTATION = SPACES AND EL-REC-WS-TAG = " WS="
               MOVE EL-REC-WS TO WS-EV-WORKSTATION
           END-IF.

           PERFORM WRITE-FEED-LINE
               THRU WRITE-FEED-LINE-EXIT.

       CLASSIFY-ERROR-EVENT-EXIT.
           EXIT.

      *    THE ACTING OPERATOR -- "OPER=" ON DENIALS AND RELEASES,
      *    "BY=" ON MASTER CHANGES.
       FIND-OPER-TAG.

           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 67
                      OR WS-EV-OPERATOR NOT = SPACES
               IF EL-REC-DETAIL (WS-SCAN-POS:5) = "OPER="
                   MOVE EL-REC-DETAIL (WS-SCAN-POS + 5:8)
                       TO WS-EV-OPERATOR
               END-IF
           END-PERFORM.

       FIND-BY-TAG.

           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 69
                      OR WS-EV-OPERATOR NOT = SPACES
               IF EL-REC-DETAIL (WS-SCAN-POS:3) = "BY="
                   MOVE EL-REC-DETAIL (WS-SCAN-POS + 3:8)
                       TO WS-EV-OPERATOR
               END-IF
           END-PERFORM.
      *    A password change from the sign-on path carries ID= only.
           IF WS-EV-OPERATOR = SPACES
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > 69
                          OR WS-EV-OPERATOR NOT = SPACES
                   IF EL-REC-DETAIL (WS-SCAN-POS:3) = "ID="
                       MOVE EL-REC-DETAIL (WS-SCAN-POS + 3:8)
                           TO WS-EV-OPERATOR
                   END-IF
               END-PERFORM
           END-IF.

       FIND-WS-TAG.

           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 76
                      OR WS-EV-WORKSTATION NOT = SPACES
               IF EL-REC-DETAIL (WS-SCAN-POS:4) = " WS="
                   UNSTRING EL-REC-DETAIL (WS-SCAN-POS + 4:)
                       DELIMITED BY " "
                       INTO WS-EV-WORKSTATION
                   END-UNSTRING
               END-IF
           END-PERFORM.

      ******************************************************************
      * GTPMAUD -- THE SCREEN RECORDS A SUPERVISOR SIGNED OFF ON.
      ******************************************************************

       SCAN-AUDIT-LOG.

           MOVE "N" TO WS-AUDIT-EOF-SWITCH.
           MOVE ZERO TO WS-RECORD-NUMBER.

           OPEN INPUT GTPMAUD-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO SCAN-AUDIT-LOG-EXIT
           END-IF.

           PERFORM READ-NEXT-AUDIT-RECORD.
           PERFORM UNTIL WS-AUDIT-EOF OR WS-DROP-FAILED
               ADD 1 TO WS-RECORD-NUMBER
               IF WS-RECORD-NUMBER > WS-AUDIT-PROCESSED
                   PERFORM CLASSIFY-AUDIT-EVENT
                       THRU CLASSIFY-AUDIT-EVENT-EXIT
               END-IF
               IF NOT WS-DROP-FAILED
                   PERFORM READ-NEXT-AUDIT-RECORD
               END-IF
           END-PERFORM.

           CLOSE GTPMAUD-FILE.

           IF WS-DROP-FAILED
               GO TO SCAN-AUDIT-LOG-EXIT
           END-IF.
           IF WS-RECORD-NUMBER < WS-AUDIT-PROCESSED
               MOVE ZERO TO WS-AUDIT-PROCESSED
           ELSE
               MOVE WS-RECORD-NUMBER TO WS-AUDIT-PROCESSED
           END-IF.

       SCAN-AUDIT-LOG-EXIT.
           EXIT.

       READ-NEXT-AUDIT-RECORD.

           MOVE SPACES TO GTPMAUD-RECORD.
           READ GTPMAUD-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

      *    The tags sit between the operator and the first field's
      *    " D-nn=" entry; the search stops there so keyed data can
      *    never pass for a tag.
       CLASSIFY-AUDIT-EVENT.

           IF AU-REC-OPERATOR-TAG NOT = " OPERATOR="
               GO TO CLASSIFY-AUDIT-EVENT-EXIT
           END-IF.
           MOVE 1888 TO WS-SCAN-LIMIT.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 1885
                      OR WS-SCAN-LIMIT < 1888
               IF AU-REC-TAGS (WS-SCAN-POS:3) = " D-"
                   MOVE WS-SCAN-POS TO WS-SCAN-LIMIT
               END-IF
           END-PERFORM.

           MOVE " OVERRIDE=" TO WS-TAG-NAME.
           PERFORM FIND-AUDIT-TAG.
           IF NOT WS-TAG-FOUND
               GO TO CLASSIFY-AUDIT-EVENT-EXIT
           END-IF.
           MOVE " TRAINING=" TO WS-TAG-NAME.
           PERFORM FIND-AUDIT-TAG.
           IF WS-TAG-FOUND
               GO TO CLASSIFY-AUDIT-EVENT-EXIT
           END-IF.

           MOVE SPACES TO WS-EVENT.
           MOVE 7 TO WS-CATEGORY-NUM.
           MOVE AU-REC-DATE TO WS-EV-DATE.
           MOVE AU-REC-TIME TO WS-EV-TIME.
           MOVE AU-REC-OPERATOR TO WS-EV-OPERATOR.
           MOVE AU-REC-APP-NAME TO WS-EV-PROGRAM.
           MOVE " OVERRIDE=" TO WS-TAG-NAME.
           PERFORM FIND-AUDIT-TAG.
           MOVE WS-TAG-VALUE TO WS-EV-SUPERVISOR.
           MOVE " RUN=" TO WS-TAG-NAME.
           PERFORM FIND-AUDIT-TAG.
           MOVE WS-TAG-VALUE TO WS-EV-RUN.
           MOVE " ENTITY=" TO WS-TAG-NAME.
           PERFORM FIND-AUDIT-TAG.
           MOVE WS-TAG-VALUE TO WS-EV-ENTITY.
           MOVE " WS=" TO WS-TAG-NAME.
           PERFORM FIND-AUDIT-TAG.
           MOVE WS-TAG-VALUE TO WS-EV-WORKSTATION.

           STRING "SUPERVISOR "         DELIMITED BY SIZE
                  WS-EV-SUPERVISOR      DELIMITED BY SPACE
                  " APPROVED "          DELIMITED BY SIZE
                  WS-EV-PROGRAM         DELIMITED BY "  "
                  " FOR "               DELIMITED BY SIZE
                  WS-EV-OPERATOR        DELIMITED BY SPACE
                  INTO WS-EV-DETAIL
           END-STRING.

           PERFORM WRITE-FEED-LINE
               THRU WRITE-FEED-LINE-EXIT.

       CLASSIFY-AUDIT-EVENT-EXIT.
           EXIT.

      *    One " NAME=" tag's value, up to the next space.
       FIND-AUDIT-TAG.

           MOVE "N" TO WS-TAG-FOUND-SWITCH.
           MOVE SPACES TO WS-TAG-VALUE.
           MOVE ZERO TO WS-TAG-LEN.
           INSPECT WS-TAG-NAME TALLYING WS-TAG-LEN
               FOR CHARACTERS BEFORE INITIAL "= ".
           ADD 1 TO WS-TAG-LEN.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS + WS-TAG-LEN > WS-SCAN-LIMIT
                      OR WS-TAG-FOUND
               IF AU-REC-TAGS (WS-SCAN-POS:WS-TAG-LEN)
                       = WS-TAG-NAME (1:WS-TAG-LEN)
                   SET WS-TAG-FOUND TO TRUE
                   UNSTRING AU-REC-TAGS (WS-SCAN-POS + WS-TAG-LEN:40)
                       DELIMITED BY " "
                       INTO WS-TAG-VALUE
                   END-UNSTRING
               END-IF
           END-PERFORM.

      ******************************************************************
      * ONE SYSLOG/CEF LINE FOR THE EVENT IN WS-EVENT.
      ******************************************************************

       WRITE-FEED-LINE.

           IF NOT WS-DROP-OPEN
               PERFORM OPEN-DROP-FILE
                   THRU OPEN-DROP-FILE-EXIT
               IF WS-DROP-FAILED
                   GO TO WRITE-FEED-LINE-EXIT
               END-IF
           END-IF.

      *    The syslog header -- "Mmm dd hh:mm:ss", the day space-
      *    padded, in the event's own time.
           MOVE WS-EV-DATE (5:2) TO WS-MONTH-NUM.
           IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
               MOVE 1 TO WS-MONTH-NUM
           END-IF.
           MOVE WS-EV-DATE (7:2) TO WS-SYSLOG-DAY.
           IF WS-SYSLOG-DAY (1:1) = "0"
               MOVE SPACE TO WS-SYSLOG-DAY (1:1)
           END-IF.
           STRING WS-EV-TIME (1:2) ":" WS-EV-TIME (3:2) ":"
                  WS-EV-TIME (5:2)
                  DELIMITED BY SIZE
                  INTO WS-EV-TIME-TEXT
           END-STRING.

           MOVE SPACES TO WS-FEED-LINE.
           MOVE 1 TO WS-FEED-PTR.
           STRING "<"                                DELIMITED BY SIZE
                  WS-EVT-PRIORITY (WS-CATEGORY-NUM)  DELIMITED BY SIZE
                  ">"                                DELIMITED BY SIZE
                  WS-MONTH-NAMES (WS-MONTH-NUM * 3 - 2:3)
                                                     DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  WS-SYSLOG-DAY                      DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  WS-EV-TIME-TEXT                    DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  WS-FEED-HOST                       DELIMITED BY SPACE
                  " WISP: CEF:0|IDSI|WISP|1.0|"      DELIMITED BY SIZE
                  WS-EVT-SIGNATURE (WS-CATEGORY-NUM) DELIMITED BY SPACE
                  "|"                                DELIMITED BY SIZE
                  WS-EVT-NAME (WS-CATEGORY-NUM)      DELIMITED BY "  "
                  "|"                                DELIMITED BY SIZE
                  WS-EVT-SEVERITY (WS-CATEGORY-NUM)  DELIMITED BY SPACE
                  "|rt="                             DELIMITED BY SIZE
                  WS-MONTH-NAMES (WS-MONTH-NUM * 3 - 2:3)
                                                     DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  WS-EV-DATE (7:2)                   DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  WS-EV-DATE (1:4)                   DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  WS-EV-TIME-TEXT                    DELIMITED BY SIZE
                  INTO WS-FEED-LINE
                  WITH POINTER WS-FEED-PTR
           END-STRING.

      *    The extension -- every line carries the same keys.
           MOVE "suser" TO WS-EXT-KEY.
           MOVE WS-EV-OPERATOR TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "shost" TO WS-EXT-KEY.
           MOVE WS-EV-WORKSTATION TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs1Label" TO WS-EXT-KEY.
           MOVE "entity" TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs1" TO WS-EXT-KEY.
           MOVE WS-EV-ENTITY TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs2Label" TO WS-EXT-KEY.
           MOVE "runId" TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs2" TO WS-EXT-KEY.
           MOVE WS-EV-RUN TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs3Label" TO WS-EXT-KEY.
           MOVE "program" TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs3" TO WS-EXT-KEY.
           MOVE WS-EV-PROGRAM TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs4Label" TO WS-EXT-KEY.
           MOVE "supervisor" TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cs4" TO WS-EXT-KEY.
           MOVE WS-EV-SUPERVISOR TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "cat" TO WS-EXT-KEY.
           MOVE WS-EVT-NAME (WS-CATEGORY-NUM) TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.
           MOVE "msg" TO WS-EXT-KEY.
           MOVE WS-EV-DETAIL TO WS-ESC-IN.
           PERFORM APPEND-EXTENSION.

           WRITE WSECFEED-DROP-RECORD FROM WS-FEED-LINE.
           ADD 1 TO WS-PASS-EVENTS.

       WRITE-FEED-LINE-EXIT.
           EXIT.

      *    " key=value" -- the value trimmed, escaped, "-" when blank.
       APPEND-EXTENSION.

           MOVE ZERO TO WS-ESC-IN-LEN.
           PERFORM VARYING WS-ESC-POS FROM 80 BY -1
                   UNTIL WS-ESC-POS < 1
                      OR WS-ESC-IN-LEN > ZERO
               IF WS-ESC-IN (WS-ESC-POS:1) NOT = SPACE
                   MOVE WS-ESC-POS TO WS-ESC-IN-LEN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-ESC-OUT.
           MOVE ZERO TO WS-ESC-OUT-LEN.
           IF WS-ESC-IN-LEN = ZERO
               MOVE "-" TO WS-ESC-OUT
               MOVE 1 TO WS-ESC-OUT-LEN
           END-IF.
           PERFORM VARYING WS-ESC-POS FROM 1 BY 1
                   UNTIL WS-ESC-POS > WS-ESC-IN-LEN
               IF WS-ESC-IN (WS-ESC-POS:1) = "\"
                       OR WS-ESC-IN (WS-ESC-POS:1) = "="
                   ADD 1 TO WS-ESC-OUT-LEN
                   MOVE "\" TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
               END-IF
               ADD 1 TO WS-ESC-OUT-LEN
               MOVE WS-ESC-IN (WS-ESC-POS:1)
                   TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
           END-PERFORM.

           STRING " "                            DELIMITED BY SIZE
                  WS-EXT-KEY                     DELIMITED BY SPACE
                  "="                            DELIMITED BY SIZE
                  WS-ESC-OUT (1:WS-ESC-OUT-LEN)  DELIMITED BY SIZE
                  INTO WS-FEED-LINE
                  WITH POINTER WS-FEED-PTR
           END-STRING.

      ******************************************************************
      * THE DROP -- APPENDED TO SECFEEDFILE, OR A NEW FILE OF ITS OWN
      * IN SECFEEDDIR.  OPENED ONLY WHEN THE PASS HAS SOMETHING TO SAY.
      ******************************************************************

       OPEN-DROP-FILE.

           MOVE SPACES TO WS-DROP-NAME.
           IF WS-DROP-DIR-CFG = SPACES
               MOVE WS-DROP-FILE-CFG TO WS-DROP-NAME
               OPEN EXTEND WSECFEED-DROP-FILE
               IF WS-DROP-FILE-STATUS = "35"
                   OPEN OUTPUT WSECFEED-DROP-FILE
               END-IF
           ELSE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               STRING WS-DROP-DIR-CFG      DELIMITED BY SPACE
                      "/WSECFEED."         DELIMITED BY SIZE
                      WS-NOW-DATE          DELIMITED BY SIZE
                      WS-NOW-TIME (1:6)    DELIMITED BY SIZE
                      INTO WS-DROP-NAME
               END-STRING
               OPEN EXTEND WSECFEED-DROP-FILE
               IF WS-DROP-FILE-STATUS = "35"
                   OPEN OUTPUT WSECFEED-DROP-FILE
               END-IF
           END-IF.

           IF WS-DROP-FILE-STATUS = "00"
               SET WS-DROP-OPEN TO TRUE
               GO TO OPEN-DROP-FILE-EXIT
           END-IF.

           SET WS-DROP-FAILED TO TRUE.
           DISPLAY "WSECFEED: CANNOT OPEN " WS-DROP-NAME
                   " STATUS " WS-DROP-FILE-STATUS
                   " -- EVENTS HELD FOR THE NEXT PASS.".
           MOVE "OPEN-DROP-FILE" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-DETAIL.
           STRING "SECURITY FEED DROP OPEN FAILED STATUS="
                                              DELIMITED BY SIZE
                  WS-DROP-FILE-STATUS         DELIMITED BY SIZE
                  " FILE="                    DELIMITED BY SIZE
                  WS-DROP-NAME                DELIMITED BY SPACE
                  INTO WS-ERR-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING WS-ERR-PROGRAM, WS-ERR-PARAGRAPH,
               WS-ERR-DETAIL.

       OPEN-DROP-FILE-EXIT.
           EXIT.

       STOP-RUN.

           STOP RUN.
