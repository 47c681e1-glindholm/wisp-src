           SELECT WISP-SCRN-FILE ASSIGN TO WISP-SCRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-SCRN-FILE-STATUS.
           SELECT WISP-DUP-AUDIT-FILE ASSIGN TO "GTPMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-DUP-FILE-STATUS.
002200
002300 DATA DIVISION.


      *    The screen repository WGPLOAD serves -- read here only
      *    for the per-screen OVERRIDE line, which marks a screen as
      *    needing a second sign-off before its DNR completes, and
      *    the LOCATION line, which names the class of workstation
      *    the screen may be used from, and the BATCH line, which
      *    names the field carrying a batch screen's document amount,
      *    and the DUPCHECK line, which names the fields identifying
      *    a document for the duplicate-entry warning.
       FD  WISP-SCREEN-DEF-FILE.
       01  WISP-SCREEN-DEF-RECORD     PIC X(100).


      *    A pick-list lookup file -- CODE(8) sp DESC(60), resolved
      *    VOL/LIB/FILE style from the field's FIELD-LOOKUP
      *    reference -- or, for a "CODETAB name" reference, a line
      *    of WCODETAB.DAT.
       FD  WISP-LOOKUP-FILE.
       01  WISP-LOOKUP-RECORD.
           05  WISP-LKP-REC-CODE      PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-LKP-REC-DESC      PIC X(60).
       01  WISP-LOOKUP-CODETAB-RECORD PIC X(98).

       FD  WISP-LKP-VOLLIB-FILE.
       01  WISP-LKP-VOLLIB-RECORD.
       FD  WISP-SCRN-FILE.
       01  WISP-SCRN-RECORD           PIC X(80).

      *    The GTPMAUD audit trail this program writes through
      *    WLOGWRT -- read back here only for the duplicate-entry
      *    check of a DUPCHECK screen.
       FD  WISP-DUP-AUDIT-FILE.
       01  WISP-DUP-AUDIT-RECORD.
           05  WISP-DUP-REC-DATE      PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-DUP-REC-TIME      PIC X(8).
           05  FILLER                 PIC X(5).
           05  WISP-DUP-REC-APP       PIC X(40).
           05  FILLER                 PIC X(10).
           05  WISP-DUP-REC-OPERATOR  PIC X(40).
           05  WISP-DUP-REC-TAIL      PIC X(1888).

       FD  WISP-DEFAULTS-FILE.
       01  WISP-DEFAULTS-RECORD.
           05  WISP-DFL-REC-APP       PIC X(40).
      *    with GETPARMUNATT, which never reaches the ACCEPT at all.
       01  WISP-LOCK-SECS             PIC 9(5)  VALUE ZERO.

      *    Unattended refresh -- WMFNGETPARMREFRESH environment
      *    variable, seconds, set by a status display around its own
      *    screen.  When the wait runs out the screen simply comes
      *    back as if ENTER had been pressed, so the caller can
      *    rebuild it; nothing is audited or treated as abandoned.
      *    It applies to whichever screen is shown while it is set,
      *    so the caller clears it again before handing the terminal
      *    on.  GETPARMLOCK still wins: an idle display on a site
      *    that locks idle screens locks.
       01  WISP-REFRESH-ENV-VALUE     PIC X(40).
       01  WISP-REFRESH-SECS          PIC 9(5)  VALUE ZERO.

      *    ADIS user-function interface for arming the terminal
      *    ACCEPT timeout -- function 26, parameter in hundredths of
      *    a second.  A timed-out ACCEPT then comes back through the
      *    already handle.
       01  WISP-ADIS-FUNCTION         PIC 9(2)  COMP-X VALUE 26.
       01  WISP-ADIS-TIMEOUT          PIC 9(8)  COMP-X VALUE ZERO.
      *    Whether an earlier screen left the timer armed -- it stays
      *    armed in the runtime until disarmed, so a screen with no
      *    period of its own must still clear it.
       01  WISP-ADIS-ARMED-SWITCH     PIC X     VALUE "N".
           88  WISP-ADIS-ARMED                  VALUE "Y".
       01  WISP-LOCK-OPERATOR-ENV     PIC X(40).
       01  WISP-LOCK-OPERATOR-ID      PIC X(8).
       01  WISP-LOCK-PASSWORD         PIC X(8).
           05  FILLER                 PIC XX.
       01  WISP-GP-PERF-APP-FIELD     PIC X(40).

      *    Entry-error instrumentation -- every submission turned
      *    back by a field edit, every double-key mismatch, and
      *    every screen walked away from after keying, written to
      *    GPERRLOG with the same date/time/APP/OPERATOR columns as
      *    PERFLOG, so WENTRRPT can rate them against the PERFLOG
      *    screen counts.  Field 00 is the screen as a whole.
       01  WISP-ERR-LOG-NAME          PIC X(12) VALUE "GPERRLOG".
       01  WISP-ERR-LOG-LENGTH        PIC 9(4) COMP VALUE 137.
       01  WISP-ERR-LINE              PIC X(137).
       01  WISP-ERR-DATE              PIC 9(8).
       01  WISP-ERR-TIME              PIC 9(8).
       01  WISP-ERR-APP               PIC X(40).
       01  WISP-ERR-OPERATOR          PIC X(40).
       01  WISP-ERR-FIELD             PIC 99.
       01  WISP-ERR-REASON            PIC X(8).
       01  WISP-ERR-WATCH-SWITCH      PIC X     VALUE "N".
           88  WISP-ERR-WATCH-ON                VALUE "Y".
       01  WISP-ERR-REJECT-SWITCH     PIC X     VALUE "N".
           88  WISP-ERR-REJECTED                VALUE "Y".
       01  WISP-ERR-KEYED-SWITCH      PIC X     VALUE "N".
           88  WISP-ERR-KEYED                   VALUE "Y".
      *    What the operator was shown when the screen came up --
      *    program values plus any remembered defaults.
       01  WISP-ERR-SHOWN-TABLE.
           05  WISP-ERR-SHOWN-FIELD   PIC X(79) OCCURS 64.

      *    Field-level authority support.
       01  WISP-OPER-AUTH-VALUE       PIC X(10).
       01  WISP-OPER-AUTH-LEVEL       PIC 99    VALUE ZERO.
      *    A named role can grant a field the level does not reach --
      *    the field is named the WGPANSWER way, application name
      *    plus FIELD-TABLE entry number.
       01  WISP-ROLE-GRANT            PIC X(40).
       01  WISP-ROLE-ITEM             PIC 99.
       01  WISP-ROLE-RETURN           PIC 9.

      *    Per-field help support.  The whole WGPHELP file is held
      *    resident after the first help key of the run.
       01  WISP-LKP-LINE-TABLE.
           05  WISP-LKP-LINE          PIC X(79) OCCURS 15.
       01  WISP-LKP-TITLE             PIC X(60).
      *    A FIELD-LOOKUP of "CODETAB name" lists the codes of
      *    WCODETAB code table "name" in effect on the business date.
       COPY "wcodetab.cpy".
       01  WISP-LKP-AS-OF-DATE        PIC 9(8).

      *    Broadcast delivery -- the highest sequence this session
      *    has seen travels in the WISPBCASTSEQ environment variable
       01  WISP-TRAIN-ENV-VALUE       PIC X(4).
       01  WISP-ENTITY-ENV-VALUE      PIC X(4).

      *    Environment profile mark -- outside PROD the WISPENV name
      *    WENVPROF publishes is bannered on every screen and carried
      *    in the GTPMAUD records, so a test or DR screen can never
      *    be mistaken for production.
       01  WISP-PROFILE-ENV-VALUE     PIC X(8).
       01  WISP-ENV-BANNER            PIC X(28) VALUE SPACES.

      *    Tamper-evidence: the GTPMAUD line's checksum, chained
      *    from the previous record's through WCHAIN and carried as
      *    the line's last tag.
               "SUPERVISOR OVERRIDE REQUIRED - ID AND PASSWD".
       01  WISP-OVR-RETRY-TEXT        PIC X(44) VALUE SPACES.

      *    Location-restricted screens -- a WGPSCRN "LOCATION class"
      *    line, cached in the same pass as the override authorities.
      *    Such a screen is shown only at a workstation registered in
      *    WWSREG.DAT with that class among its allowed classes.
       01  WISP-LOC-CACHE-COUNT       PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-LOC-CACHE.
           05  WISP-LOC-CACHE-ENTRY  OCCURS 100 TIMES.
               10  WISP-LOC-CACHE-SCRN  PIC X(8).
               10  WISP-LOC-CACHE-CLASS PIC X(8).
       01  WISP-LOC-SCREEN-CLASS      PIC X(8).
       01  WISP-WS-TERM-ID            PIC X(16) VALUE SPACES.
       01  WISP-WS-LOCATION           PIC X(8).
       01  WISP-WS-DEPT               PIC X(8).
       01  WISP-WS-FORM               PIC X(4)  VALUE SPACES.
       01  WISP-WS-CLASSES            PIC X(40).
       01  WISP-WS-RETURN             PIC 9.
       01  WISP-WS-CLASS-PTR          PIC 99.
       01  WISP-WS-CLASS-WORD         PIC X(8).
       01  WISP-WS-REFUSED-SWITCH     PIC X     VALUE "N".
           88  WISP-WS-REFUSED                  VALUE "Y".
       01  WISP-WS-REFUSE-TEXT        PIC X(60) VALUE SPACES.

      *    Keyed document batches -- a WGPSCRN "BATCH nn" line makes
      *    the screen a batch screen: each document submitted on it
      *    is added, at the amount in field nn, to the clerk's open
      *    batch through WDOCBAT.  With no batch open the screen is
      *    not submitted.  The batch number lands on the GTPMAUD
      *    record.
       01  WISP-BAT-CACHE-COUNT       PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-BAT-CACHE.
           05  WISP-BAT-CACHE-ENTRY  OCCURS 100 TIMES.
               10  WISP-BAT-CACHE-SCRN  PIC X(8).
               10  WISP-BAT-CACHE-FIELD PIC 99.
       01  WISP-BATCH-FIELD           PIC 99    VALUE ZERO.
       01  WISP-BATCH-TAG-ID          PIC 9(8)  VALUE ZERO.
       01  WISP-BAT-AMOUNT-TEXT       PIC X(79).
       01  WISP-BAT-AMOUNT            PIC S9(13)V99.
       01  WISP-BAT-RETURN            PIC 9.
       01  WISP-BAT-REFUSE-TEXT       PIC X(60) VALUE SPACES.
       COPY "wdocbat.cpy".

      *    Duplicate-entry warning -- a WGPSCRN "DUPCHECK nn nn ..."
      *    line names up to six fields that together identify one
      *    document (supplier and invoice number, say).  Before the
      *    DNR completes, GTPMAUD is searched for a submission of the
      *    screen, by anyone, with the same values in those fields
      *    within the last WISPCFG DUPCHKMIN minutes (default 1440).
      *    The operator is told who keyed it and when, and must
      *    confirm the entry or go back to the screen.  A confirmed
      *    duplicate is tagged on its GTPMAUD record for WDUPRPT.
       01  WISP-DUP-CACHE-COUNT       PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-DUP-CACHE.
           05  WISP-DUP-CACHE-ENTRY  OCCURS 100 TIMES.
               10  WISP-DUP-CACHE-SCRN  PIC X(8).
               10  WISP-DUP-CACHE-FIELD PIC 99 OCCURS 6 TIMES.
       01  WISP-DUP-WORDS.
           05  WISP-DUP-WORD          PIC X(8)  OCCURS 6 TIMES.
       01  WISP-DUP-FIELDS.
           05  WISP-DUP-FIELD         PIC 99    OCCURS 6 TIMES.
       01  WISP-DUP-FIELD-CNT         PIC 9     VALUE ZERO.
       01  WISP-DUP-IDX               PIC 9     COMP-5.
       01  WISP-DUP-PATTERNS.
           05  WISP-DUP-PATTERN       PIC X(85) OCCURS 6 TIMES.
       01  WISP-DUP-HITS              PIC 9(4)  COMP-5.
       01  WISP-DUP-ALL-SWITCH        PIC X.
           88  WISP-DUP-ALL-MATCH               VALUE "Y".
       01  WISP-DUP-FILE-STATUS       PIC XX.
       01  WISP-DUP-EOF-SW            PIC X.
           88  WISP-DUP-EOF                     VALUE "Y".
       01  WISP-DUP-WINDOW            PIC 9(5)  VALUE ZERO.
       01  WISP-DUP-NOW-DATE          PIC 9(8).
       01  WISP-DUP-NOW-TIME          PIC 9(8).
       01  WISP-DUP-NOW-MINS          PIC S9(11) COMP-3.
       01  WISP-DUP-REC-MINS          PIC S9(11) COMP-3.
       01  WISP-DUP-REC-DATE-NUM      PIC 9(8).
       01  WISP-DUP-REC-TIME-NUM      PIC 9(8).
       01  WISP-DUP-FOUND-SWITCH      PIC X.
           88  WISP-DUP-FOUND                   VALUE "Y".
       01  WISP-DUP-BY-OPERATOR       PIC X(40).
       01  WISP-DUP-BY-DATE           PIC X(8).
       01  WISP-DUP-BY-TIME           PIC X(8).
       01  WISP-DUP-ANSWER            PIC X.
       01  WISP-DUP-WARN-TEXT         PIC X(76) VALUE SPACES.
       01  WISP-DUP-PROMPT-TEXT       PIC X(44) VALUE
               "KEY Y TO SUBMIT IT ANYWAY, N TO GO BACK:".
       01  WISP-DUP-KEYED-SWITCH      PIC X.
           88  WISP-DUP-KEYED                   VALUE "Y".
       01  WISP-DUP-CONFIRM-SWITCH    PIC X     VALUE "N".
           88  WISP-DUP-CONFIRMED               VALUE "Y".
       01  WISP-DUP-CLOCK.
           05  WISP-DUP-CLOCK-HH      PIC 99.
           05  WISP-DUP-CLOCK-MM      PIC 99.
           05  FILLER                 PIC X(4).

      *    The active session registry (WSESSION) -- every screen
      *    stamps the session's application and last activity, and
      *    picks up a supervisor's forced sign-off.
       01  WISP-SESS-ID               PIC X(14).
       01  WISP-SESS-APP              PIC X(40).
       01  WISP-SESS-RETURN           PIC 9.
       01  WISP-SESS-OPERATOR         PIC X(40).

      *    Double-keying verification -- the blind re-entry of a "D"
      *    field, compared before the DNR completes.
       01  WISP-DBL-FIELD-DISP        PIC 99.
       01  WISP-TRAINING-BANNER-SCREEN.
           05  LINE 01 COL 62 VALUE "*** TRAINING ***".

      *    The banner every screen carries outside PROD.
       01  WISP-ENV-BANNER-SCREEN.
           05  LINE 01 COL 32 PIC X(28) FROM WISP-ENV-BANNER.

      *    Double-keying prompt, overlaid on the entry screen.
       01  WISP-DOUBLE-KEY-SCREEN.
           05  LINE 21 COL 02 PIC X(42) FROM WISP-DBL-PROMPT-TEXT.
           05  LINE 22 COL 62 VALUE "PW:".
           05  LINE 23 COL 02 PIC X(44) FROM WISP-OVR-RETRY-TEXT.

      *    Duplicate-entry warning, overlaid on the entry screen.
       01  WISP-DUPLICATE-SCREEN.
           05  LINE 21 COL 02 PIC X(76) FROM WISP-DUP-WARN-TEXT.
           05  LINE 22 COL 02 PIC X(44) FROM WISP-DUP-PROMPT-TEXT.

      *    A batch screen's document refused, overlaid on the screen.
       01  WISP-BATCH-REFUSE-SCREEN.
           05  LINE 23 COL 02 PIC X(60) FROM WISP-BAT-REFUSE-TEXT.

      *    A location-restricted screen at the wrong workstation.
       01  WISP-WS-REFUSE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 08 COL 24 VALUE
               "*** SCREEN NOT AVAILABLE HERE ***".
           05  LINE 10 COL 03 PIC X(60) FROM WISP-WS-REFUSE-TEXT.
           05  LINE 12 COL 03 VALUE "WORKSTATION:".
           05  LINE 12 COL 16 PIC X(16) FROM WISP-WS-TERM-ID.
           05  LINE 24 COL 25 PIC X(26) FROM WISP-CONTINUE-TEXT.

      *    A supervisor has signed this session off.
       01  WISP-SESS-FORCED-SCREEN.
           05  BLANK SCREEN.
           05  LINE 08 COL 20 VALUE
               "*** SESSION SIGNED OFF BY SUPERVISOR ***".
           05  LINE 10 COL 03 VALUE
               "THIS SESSION HAS BEEN FLAGGED FOR SIGN-OFF.".
           05  LINE 11 COL 03 VALUE
               "THE SCREEN WAS NOT SHOWN; SIGN ON AGAIN WHEN RELEASED.".
           05  LINE 24 COL 25 PIC X(26) FROM WISP-CONTINUE-TEXT.

058800*    Invalid CRT status.
       01  WISP-INVALID-CRT-STATUS-SCREEN.
           05  BLANK SCREEN.
               END-IF
           END-IF.
060800     PERFORM 1000-INIT.
           IF WISP-WS-REFUSED
               PERFORM WISP-REFUSE-AT-WORKSTATION
               PERFORM 9999-EXIT
           END-IF.
060900     PERFORM 2000-GETPARM
               THRU 2000-GETPARM-EXIT.
061000     PERFORM 3000-CLEANUP.

      *    Field-level authority -- the signed-on operator's level
      *    (WISPOPERAUTH, published by WSIGNON) must reach a field's
      *    FIELD-AUTH or the field is downgraded to PROTECT -- unless
      *    one of the operator's named roles grants that field
      *    (WROLECHK, type G).  With no sign-on facility installed the
      *    level is zero and only fields explicitly marked above zero
      *    are withheld.
           MOVE ZERO TO WISP-OPER-AUTH-LEVEL.
           DISPLAY "WISPOPERAUTH" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-OPER-AUTH-VALUE FROM ENVIRONMENT-VALUE.
           PERFORM VARYING IDX1 FROM 1 BY 1 UNTIL IDX1 > FIELD-CNT
               IF FIELD-AUTH(IDX1) IS NUMERIC
                   IF FIELD-AUTH(IDX1) > WISP-OPER-AUTH-LEVEL
                       PERFORM WISP-CHECK-FIELD-ROLE
                           THRU WISP-CHECK-FIELD-ROLE-EXIT
                       IF WISP-ROLE-RETURN NOT = ZERO
                           MOVE "PROTECT" TO V-XX(IDX1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               SET WISP-TRAINING-ON TO TRUE
           END-IF.

           MOVE SPACES TO WISP-PROFILE-ENV-VALUE WISP-ENV-BANNER.
           DISPLAY "WISPENV" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-PROFILE-ENV-VALUE FROM ENVIRONMENT-VALUE.
           IF WISP-PROFILE-ENV-VALUE NOT = SPACES
                   AND WISP-PROFILE-ENV-VALUE NOT = "PROD"
               STRING "*** "                  DELIMITED BY SIZE
                      WISP-PROFILE-ENV-VALUE  DELIMITED BY SPACE
                      " ENVIRONMENT ***"      DELIMITED BY SIZE
                      INTO WISP-ENV-BANNER
               END-STRING
           END-IF.

           PERFORM WISP-LOAD-KEY-PROFILE
               THRU WISP-LOAD-KEY-PROFILE-EXIT.

           MOVE "GETPARMLOCK" TO WISP-CFG-KEY.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE.
           CALL "WCFGNUM" USING WISP-CFG-VALUE, WISP-LOCK-SECS.
           MOVE ZERO TO WISP-REFRESH-SECS.
           DISPLAY "WMFNGETPARMREFRESH" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-REFRESH-ENV-VALUE FROM ENVIRONMENT-VALUE.
           IF WISP-REFRESH-ENV-VALUE NOT = SPACES
               MOVE WISP-REFRESH-ENV-VALUE TO WISP-CFG-VALUE
               CALL "WCFGNUM" USING WISP-CFG-VALUE, WISP-REFRESH-SECS
           END-IF.
           IF WISP-LOCK-SECS > ZERO
               MOVE ZERO TO WISP-REFRESH-SECS
           END-IF.

      *    Arm the runtime's ACCEPT timeout from whichever period is
      *    configured -- the inactivity lock's idle period wins when
      *    both are set, so a staffed screen locks rather than
      *    submitting defaults, and a refreshing display comes back
      *    to its caller rather than taking the timeout key.  Without
      *    this call the ACCEPT would wait forever and the keys would
      *    be inert.
           MOVE ZERO TO WISP-ADIS-TIMEOUT.
           IF WISP-LOCK-SECS > ZERO
               COMPUTE WISP-ADIS-TIMEOUT = WISP-LOCK-SECS * 100
           ELSE
               IF WISP-REFRESH-SECS > ZERO
                   COMPUTE WISP-ADIS-TIMEOUT =
                       WISP-REFRESH-SECS * 100
               ELSE
                   IF WISP-TIMEOUT-SECS > ZERO
                       COMPUTE WISP-ADIS-TIMEOUT =
                           WISP-TIMEOUT-SECS * 100
                   END-IF
               END-IF
           END-IF.
           IF WISP-ADIS-TIMEOUT > ZERO OR WISP-ADIS-ARMED
               CALL X"AF" USING WISP-ADIS-FUNCTION,
                   WISP-ADIS-TIMEOUT
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           IF WISP-ADIS-TIMEOUT > ZERO
               SET WISP-ADIS-ARMED TO TRUE
           ELSE
               MOVE "N" TO WISP-ADIS-ARMED-SWITCH
           END-IF.

           PERFORM WISP-LOAD-CATALOG-TEXTS.

           PERFORM WISP-LOAD-OVERRIDE-AUTH
               THRU WISP-LOAD-OVERRIDE-AUTH-EXIT.

           PERFORM WISP-CHECK-WORKSTATION
               THRU WISP-CHECK-WORKSTATION-EXIT.

           PERFORM WISP-SESSION-ACTIVITY
               THRU WISP-SESSION-ACTIVITY-EXIT.

           PERFORM WISP-DELIVER-BROADCASTS
               THRU WISP-DELIVER-BROADCASTS-EXIT.

062100 2000-GETPARM.
062200
           ACCEPT WISP-GP-PERF-START-TIME FROM TIME.
           MOVE "N" TO WISP-ERR-WATCH-SWITCH.
           MOVE "N" TO WISP-ERR-KEYED-SWITCH.
           PERFORM WISP-TRY-ANSWER-FILE
               THRU WISP-TRY-ANSWER-FILE-EXIT.
           IF WISP-ANSWERED
062400     MOVE 0 TO WISP-CURSOR-COL, WISP-CURSOR-LINE.
062500     MOVE "N" TO WISP-DNR-DONE-FLAG.
           SET WISP-FIELDS-VALID TO TRUE.
           IF FIELD-CNT > 0 AND NOT WISP-TRAINING-ON
               SET WISP-ERR-WATCH-ON TO TRUE
               PERFORM VARYING IDX1 FROM 1 BY 1 UNTIL IDX1 > FIELD-CNT
                   MOVE FIELD-DATA(IDX1) TO WISP-ERR-SHOWN-FIELD(IDX1)
               END-PERFORM
           END-IF.
062600     PERFORM UNTIL WISP-DNR-DONE
               DISPLAY WISP-BLANK-SCREEN
               IF WISP-STATIC-CUR-PAGE = 1
               IF WISP-TRAINING-ON
                   DISPLAY WISP-TRAINING-BANNER-SCREEN
               END-IF
               IF WISP-ENV-BANNER NOT = SPACES
                   DISPLAY WISP-ENV-BANNER-SCREEN
               END-IF
062800         IF FIELD-CNT > 0 THEN
062900             DISPLAY ENTRY-FIELDS-SCREEN
063000             ACCEPT  ENTRY-FIELDS-SCREEN
               MOVE WISP-APP-NAME TO WISP-GP-PERF-APP-FIELD
           END-IF.
           PERFORM WISP-GP-WRITE-PERF-RECORD.
           IF WISP-ERR-WATCH-ON
                   AND (WISP-PFKEY = 16 OR WISP-TIMEOUT-TAKEN)
               PERFORM WISP-ERR-CHECK-ABANDON
           END-IF.
           PERFORM WISP-RECORD-THE-SCREEN
               THRU WISP-RECORD-THE-SCREEN-EXIT.
064500
      *            entries intact.
                   PERFORM WISP-LOCK-SCREEN-HOLD
               ELSE
               IF WISP-REFRESH-SECS > ZERO AND WISP-CRT-STATUS-2 = 99
      *            The display's refresh period ran out -- hand the
      *            screen back as ENTER so the caller redraws it.
                   MOVE 0 TO WISP-PFKEY
                   MOVE "Y" TO WISP-DNR-DONE-FLAG
               ELSE
               IF WISP-TIMEOUT-SECS > ZERO AND WISP-CRT-STATUS-2 = 99
      *            The configured wait ran out -- take the screen as
      *            presented, terminate with the designated key, and
                   MOVE WISP-SAVED-FIELD(IDX1) TO FIELD-DATA(IDX1)
               END-PERFORM
067400     ELSE IF NOT WISP-PFKEY-INVALID THEN
               MOVE "N" TO WISP-ERR-REJECT-SWITCH
067500         PERFORM VARYING IDX1 FROM 1 BY 1 UNTIL WISP-DNR-DONE
067600             OR WISP-ERR-REJECTED OR IDX1 > KEY-CNT
067700             IF WISP-PFKEY = KEY-ITEM(IDX1)
                       IF WISP-FIELDS-VALID
067800                     MOVE "Y" TO WISP-DNR-DONE-FLAG
                       ELSE
                           SET WISP-ERR-REJECTED TO TRUE
                       END-IF
067900             END-IF
068000         END-PERFORM
068100
      *        A terminating key turned back by the field edits --
      *        each failing field goes to the entry-error log.
               IF WISP-ERR-REJECTED AND WISP-ERR-WATCH-ON
                   PERFORM WISP-ERR-LOG-REJECTIONS
               END-IF

      *        High-risk fields are keyed twice: the blind re-entry
      *        must match before the screen can complete.
               IF WISP-DNR-DONE
                   PERFORM WISP-DOUBLE-KEY-CHECK
               END-IF
      *        A DUPCHECK screen whose document was already keyed
      *        inside the window completes only when the operator
      *        confirms it is a different one.
               IF WISP-DNR-DONE AND WISP-DUP-FIELD-CNT > ZERO
                       AND WISP-PFKEY = ZERO
                   PERFORM WISP-DUPLICATE-CHECK
                       THRU WISP-DUPLICATE-CHECK-EXIT
               END-IF
      *        A screen flagged OVERRIDE completes only past the
      *        second sign-off; a decline puts the operator back on
      *        the screen with the entries intact.
               IF WISP-DNR-DONE AND WISP-OVERRIDE-AUTH > ZERO
                   PERFORM WISP-SUPERVISOR-OVERRIDE
               END-IF
      *        A document submitted on a batch screen goes into the
      *        clerk's open batch; with none open it is not taken.
      *        Training keystrokes never reach a real batch.
               IF WISP-DNR-DONE AND WISP-BATCH-FIELD > ZERO
                       AND WISP-PFKEY = ZERO
                       AND NOT WISP-TRAINING-ON
                   PERFORM WISP-TAG-BATCH-DOCUMENT
                       THRU WISP-TAG-BATCH-DOCUMENT-EXIT
               END-IF
068200         IF WISP-DNR-DONE-FLAG = "N" THEN
068300              PERFORM WISP-DNR-ALARM
068400         END-IF
                   MOVE SPACES TO WISP-MSGCAT-TEXT
           END-CALL.

      **** A FIELD ABOVE THE OPERATOR'S LEVEL STAYS MODIFIABLE WHEN
      **** ONE OF THE OPERATOR'S NAMED ROLES GRANTS IT
       WISP-CHECK-FIELD-ROLE.
           MOVE 1 TO WISP-ROLE-RETURN.
           IF WISP-APP-NAME IS OMITTED
               GO TO WISP-CHECK-FIELD-ROLE-EXIT
           END-IF.
           IF WISP-APP-NAME = SPACES
               GO TO WISP-CHECK-FIELD-ROLE-EXIT
           END-IF.
           MOVE WISP-APP-NAME TO WISP-ROLE-GRANT.
           MOVE IDX1 TO WISP-ROLE-ITEM.
           CALL "WROLECHK" USING "G", WISP-ROLE-GRANT, WISP-ROLE-ITEM,
               WISP-ROLE-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
       WISP-CHECK-FIELD-ROLE-EXIT.
           EXIT.

      **** HELP KEY -- SHOW THE CURSOR FIELD'S OWN HELP TEXT WHEN IT
      **** HAS A FIELD-HELP REFERENCE, ELSE THE GLOBAL WMFNHELP
       WISP-FIELD-HELP.
               IF WISP-CFG-VALUE NOT = SPACES
                   MOVE WISP-CFG-VALUE (1:4) TO WISP-PRT-SPOOL-FORM
               END-IF
      *        A registered workstation prints to its own form.
               IF WISP-WS-FORM NOT = SPACES
                   MOVE WISP-WS-FORM TO WISP-PRT-SPOOL-FORM
               END-IF
               CALL "WSPOOLQ" USING WISP-PRT-SPOOL-REPORT,
                   WISP-PRT-SPOOL-FORM, WISP-PRT-SPOOL-COPIES,
                   WISP-PRT-SPOOL-PRIORITY, WISP-PRT-SPOOL-PATH
               GO TO WISP-FIELD-LOOKUP-EXIT
           END-IF.

           IF FIELD-LOOKUP(WISP-LKP-FIELD-NUM) (1:8) = "CODETAB "
               MOVE "WCODETAB.DAT" TO WISP-LKP-PATH
               PERFORM WISP-LOAD-LOOKUP-CODETAB
                   THRU WISP-LOAD-LOOKUP-CODETAB-DONE
           ELSE
               PERFORM WISP-RESOLVE-LOOKUP-FILE
               IF WISP-LKP-PATH = SPACES
                   PERFORM WISP-DNR-ALARM
                   GO TO WISP-FIELD-LOOKUP-EXIT
               END-IF
               PERFORM WISP-LOAD-LOOKUP-TABLE
           END-IF.
           IF WISP-LKP-COUNT = ZERO
               PERFORM WISP-DNR-ALARM
               GO TO WISP-FIELD-LOOKUP-EXIT
       WISP-LOAD-LOOKUP-DONE.
           EXIT.

      *    THE NAMED CODE TABLE'S ROWS IN EFFECT ON THE BUSINESS DATE
      *    -- ACTIVE, STARTED, AND NOT YET ENDED -- SO A CODE APPEARS
      *    AND DROPS OUT OF THE LIST ON THE RIGHT DAY.
       WISP-LOAD-LOOKUP-CODETAB.

           MOVE ZERO TO WISP-LKP-COUNT.
           CALL "WBATDATE" USING "GET", WISP-LKP-AS-OF-DATE
               ON EXCEPTION
                   ACCEPT WISP-LKP-AS-OF-DATE FROM DATE YYYYMMDD
           END-CALL.
           MOVE "N" TO WISP-LKP-EOF-SW.
           OPEN INPUT WISP-LOOKUP-FILE.
           IF WISP-LOOKUP-FILE-STATUS NOT = "00"
               GO TO WISP-LOAD-LOOKUP-CODETAB-DONE
           END-IF.
           PERFORM UNTIL WISP-LKP-EOF
               READ WISP-LOOKUP-FILE
                   AT END
                       SET WISP-LKP-EOF TO TRUE
                   NOT AT END
                       MOVE WISP-LOOKUP-CODETAB-RECORD
                           TO WCODETAB-RECORD
                       IF CT-TABLE =
                               FIELD-LOOKUP(WISP-LKP-FIELD-NUM) (9:8)
                               AND CT-IS-ACTIVE
                               AND CT-FROM IS NUMERIC
                               AND CT-TO IS NUMERIC
                               AND CT-FROM NOT > WISP-LKP-AS-OF-DATE
                               AND (CT-TO = ZERO
                                    OR CT-TO NOT < WISP-LKP-AS-OF-DATE)
                               AND WISP-LKP-COUNT < WISP-LKP-MAX
                           ADD 1 TO WISP-LKP-COUNT
                           MOVE CT-CODE
                               TO WISP-LKP-CODE (WISP-LKP-COUNT)
                           MOVE CT-DESC
                               TO WISP-LKP-DESC (WISP-LKP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISP-LOOKUP-FILE.

       WISP-LOAD-LOOKUP-CODETAB-DONE.
           EXIT.

      *    ONE PAGE OF UP TO 15 CODES -- A LINE NUMBER SELECTS AND
      *    RETURNS THE CODE, ENTER SCROLLS (WRAPPING), X QUITS.
       WISP-LOOKUP-PAGE-LOOP.
               MOVE "ENTRIES DID NOT MATCH - FIELD CLEARED."
                   TO WISP-DBL-PROMPT-TEXT
               DISPLAY WISP-DOUBLE-KEY-SCREEN
               IF WISP-ERR-WATCH-ON
                   SET WISP-ERR-KEYED TO TRUE
                   MOVE IDX1 TO WISP-ERR-FIELD
                   MOVE "DBLKEY" TO WISP-ERR-REASON
                   PERFORM WISP-ERR-WRITE-RECORD
               END-IF
           END-IF.

      **** UNDELIVERED OPERATIONS BROADCASTS, SHOWN AND ACKNOWLEDGED

           MOVE ZERO TO WISP-OVERRIDE-AUTH.
           MOVE SPACES TO WISP-OVERRIDE-ID.
           MOVE ZERO TO WISP-BATCH-FIELD WISP-BATCH-TAG-ID.
           MOVE ZERO TO WISP-DUP-FIELD-CNT.
           MOVE "N" TO WISP-DUP-CONFIRM-SWITCH.
           IF WISP-APP-NAME IS OMITTED
               GO TO WISP-LOAD-OVERRIDE-AUTH-EXIT
           END-IF.
               END-IF
           END-PERFORM.

           PERFORM VARYING WISP-OVR-CACHE-IDX FROM 1 BY 1
                   UNTIL WISP-OVR-CACHE-IDX > WISP-BAT-CACHE-COUNT
               IF WISP-BAT-CACHE-SCRN (WISP-OVR-CACHE-IDX)
                       = WISP-APP-NAME (1:8)
                   MOVE WISP-BAT-CACHE-FIELD (WISP-OVR-CACHE-IDX)
                       TO WISP-BATCH-FIELD
               END-IF
           END-PERFORM.

      *    A DUPCHECK screen is always audited -- the next clerk's
      *    check reads this one's GTPMAUD record.
           PERFORM VARYING WISP-OVR-CACHE-IDX FROM 1 BY 1
                   UNTIL WISP-OVR-CACHE-IDX > WISP-DUP-CACHE-COUNT
               IF WISP-DUP-CACHE-SCRN (WISP-OVR-CACHE-IDX)
                       = WISP-APP-NAME (1:8)
                   MOVE ZERO TO WISP-DUP-FIELD-CNT
                   PERFORM VARYING WISP-DUP-IDX FROM 1 BY 1
                           UNTIL WISP-DUP-IDX > 6
                       MOVE WISP-DUP-CACHE-FIELD
                               (WISP-OVR-CACHE-IDX, WISP-DUP-IDX)
                           TO WISP-DUP-FIELD (WISP-DUP-IDX)
                       IF WISP-DUP-FIELD (WISP-DUP-IDX) > ZERO
                           MOVE WISP-DUP-IDX TO WISP-DUP-FIELD-CNT
                       END-IF
                   END-PERFORM
                   IF WISP-DUP-FIELD-CNT > ZERO
                       SET WISP-AUDIT-ON TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       WISP-LOAD-OVERRIDE-AUTH-EXIT.
           EXIT.

       WISP-LOAD-OVERRIDE-CACHE.

           SET WISP-OVR-CACHED TO TRUE.
           MOVE ZERO TO WISP-OVR-CACHE-COUNT WISP-LOC-CACHE-COUNT
                        WISP-BAT-CACHE-COUNT WISP-DUP-CACHE-COUNT.
           MOVE SPACES TO WISP-OVR-LAST-SCREEN.
           MOVE "N" TO WISP-SCREEN-DEF-EOF-SW WISP-OVR-IN-SCREEN-SW.
           OPEN INPUT WISP-SCREEN-DEF-FILE.
                                       TO WISP-OVR-CACHE-AUTH
                                           (WISP-OVR-CACHE-COUNT)
                               END-IF
                           WHEN "LOCATION"
                               IF WISP-OVR-LAST-SCREEN NOT = SPACES
                                       AND WISP-OVR-WORD-2 NOT = SPACES
                                       AND WISP-LOC-CACHE-COUNT
                                           < WISP-OVR-CACHE-MAX
                                   ADD 1 TO WISP-LOC-CACHE-COUNT
                                   MOVE WISP-OVR-LAST-SCREEN
                                       TO WISP-LOC-CACHE-SCRN
                                           (WISP-LOC-CACHE-COUNT)
                                   MOVE WISP-OVR-WORD-2
                                       TO WISP-LOC-CACHE-CLASS
                                           (WISP-LOC-CACHE-COUNT)
                               END-IF
                           WHEN "BATCH"
                               IF WISP-OVR-LAST-SCREEN NOT = SPACES
                                       AND WISP-OVR-WORD-2 (1:2)
                                           IS NUMERIC
                                       AND WISP-BAT-CACHE-COUNT
                                           < WISP-OVR-CACHE-MAX
                                   ADD 1 TO WISP-BAT-CACHE-COUNT
                                   MOVE WISP-OVR-LAST-SCREEN
                                       TO WISP-BAT-CACHE-SCRN
                                           (WISP-BAT-CACHE-COUNT)
                                   MOVE WISP-OVR-WORD-2 (1:2)
                                       TO WISP-BAT-CACHE-FIELD
                                           (WISP-BAT-CACHE-COUNT)
                               END-IF
                           WHEN "DUPCHECK"
                               IF WISP-OVR-LAST-SCREEN NOT = SPACES
                                       AND WISP-DUP-CACHE-COUNT
                                           < WISP-OVR-CACHE-MAX
                                   PERFORM WISP-CACHE-DUPCHECK-LINE
                               END-IF
                           WHEN "END"
                               MOVE SPACES TO WISP-OVR-LAST-SCREEN
                       END-EVALUATE
       WISP-LOAD-OVERRIDE-CACHE-EXIT.
           EXIT.

      **** A DUPCHECK LINE -- THE NUMBERS (TWO DIGITS EACH) OF UP TO
      **** SIX FIELDS THAT TOGETHER IDENTIFY ONE DOCUMENT
       WISP-CACHE-DUPCHECK-LINE.

           MOVE SPACES TO WISP-DUP-WORDS.
           UNSTRING WISP-SCREEN-DEF-RECORD
               DELIMITED BY ALL " "
               INTO WISP-OVR-WORD-1, WISP-DUP-WORD (1),
                    WISP-DUP-WORD (2), WISP-DUP-WORD (3),
                    WISP-DUP-WORD (4), WISP-DUP-WORD (5),
                    WISP-DUP-WORD (6)
           END-UNSTRING.
           ADD 1 TO WISP-DUP-CACHE-COUNT.
           MOVE WISP-OVR-LAST-SCREEN
               TO WISP-DUP-CACHE-SCRN (WISP-DUP-CACHE-COUNT).
           PERFORM VARYING WISP-DUP-IDX FROM 1 BY 1
                   UNTIL WISP-DUP-IDX > 6
               MOVE ZERO TO WISP-DUP-CACHE-FIELD
                   (WISP-DUP-CACHE-COUNT, WISP-DUP-IDX)
               IF WISP-DUP-WORD (WISP-DUP-IDX) (1:2) IS NUMERIC
                   MOVE WISP-DUP-WORD (WISP-DUP-IDX) (1:2)
                       TO WISP-DUP-CACHE-FIELD
                           (WISP-DUP-CACHE-COUNT, WISP-DUP-IDX)
               END-IF
           END-PERFORM.

      **** WHERE IS THIS SESSION SITTING?  WWSREG NAMES THE
      **** WORKSTATION'S LOCATION, PRINTER FORM AND ALLOWED SCREEN
      **** CLASSES; A SCREEN WITH A WGPSCRN LOCATION LINE IS REFUSED
      **** AT A WORKSTATION NOT REGISTERED FOR ITS CLASS.  AN
      **** UNATTENDED STREAM HAS NO WORKSTATION AND IS NOT CHECKED
       WISP-CHECK-WORKSTATION.

           MOVE "N" TO WISP-WS-REFUSED-SWITCH.
           MOVE SPACES TO WISP-WS-TERM-ID WISP-LOC-SCREEN-CLASS.
           CALL "WWSREG" USING WISP-WS-TERM-ID, WISP-WS-LOCATION,
               WISP-WS-DEPT, WISP-WS-FORM, WISP-WS-CLASSES,
               WISP-WS-RETURN
               ON EXCEPTION
                   MOVE SPACES TO WISP-WS-FORM WISP-WS-CLASSES
                   MOVE 2 TO WISP-WS-RETURN
           END-CALL.

           IF WISP-APP-NAME IS OMITTED
               GO TO WISP-CHECK-WORKSTATION-EXIT
           END-IF.
           IF WISP-APP-NAME = SPACES
               GO TO WISP-CHECK-WORKSTATION-EXIT
           END-IF.
           PERFORM VARYING WISP-OVR-CACHE-IDX FROM 1 BY 1
                   UNTIL WISP-OVR-CACHE-IDX > WISP-LOC-CACHE-COUNT
               IF WISP-LOC-CACHE-SCRN (WISP-OVR-CACHE-IDX)
                       = WISP-APP-NAME (1:8)
                   MOVE WISP-LOC-CACHE-CLASS (WISP-OVR-CACHE-IDX)
                       TO WISP-LOC-SCREEN-CLASS
               END-IF
           END-PERFORM.
           IF WISP-LOC-SCREEN-CLASS = SPACES OR WISP-UNATT-ON
               GO TO WISP-CHECK-WORKSTATION-EXIT
           END-IF.

           IF WISP-WS-RETURN NOT = ZERO
               SET WISP-WS-REFUSED TO TRUE
               MOVE "WORKSTATION NOT REGISTERED FOR THIS SCREEN."
                   TO WISP-WS-REFUSE-TEXT
               GO TO WISP-CHECK-WORKSTATION-EXIT
           END-IF.

           MOVE 1 TO WISP-WS-CLASS-PTR.
           MOVE SPACES TO WISP-WS-CLASS-WORD.
           PERFORM UNTIL WISP-WS-CLASS-PTR > 40
                   OR WISP-WS-CLASS-WORD = WISP-LOC-SCREEN-CLASS
               MOVE SPACES TO WISP-WS-CLASS-WORD
               UNSTRING WISP-WS-CLASSES DELIMITED BY ALL " "
                   INTO WISP-WS-CLASS-WORD
                   WITH POINTER WISP-WS-CLASS-PTR
               END-UNSTRING
               IF WISP-WS-CLASS-WORD = SPACES
                   MOVE 41 TO WISP-WS-CLASS-PTR
               END-IF
           END-PERFORM.
           IF WISP-WS-CLASS-WORD NOT = WISP-LOC-SCREEN-CLASS
               SET WISP-WS-REFUSED TO TRUE
               STRING "THIS SCREEN IS RESTRICTED TO "
                                            DELIMITED BY SIZE
                      WISP-LOC-SCREEN-CLASS DELIMITED BY SPACE
                      " WORKSTATIONS; THIS ONE IS AT "
                                            DELIMITED BY SIZE
                      WISP-WS-LOCATION      DELIMITED BY SPACE
                      "."                   DELIMITED BY SIZE
                      INTO WISP-WS-REFUSE-TEXT
               END-STRING
           END-IF.

       WISP-CHECK-WORKSTATION-EXIT.
           EXIT.

      **** STAMP THE SESSION'S LAST ACTIVITY AND CURRENT APP IN THE
      **** WSESSION REGISTRY.  A SESSION A SUPERVISOR HAS FLAGGED IS
      **** SIGNED OFF HERE, BEFORE THE SCREEN IS SHOWN; AN UNATTENDED
      **** STREAM IS NEVER CUT OFF MID-RUN
       WISP-SESSION-ACTIVITY.

           MOVE SPACES TO WISP-SESS-ID WISP-SESS-APP.
           IF WISP-APP-NAME IS NOT OMITTED
               MOVE WISP-APP-NAME TO WISP-SESS-APP
           END-IF.
           CALL "WSESSION" USING "ACT", WISP-SESS-ID, WISP-SESS-APP,
               WISP-SESS-RETURN
               ON EXCEPTION
                   MOVE 2 TO WISP-SESS-RETURN
           END-CALL.
           IF WISP-SESS-RETURN NOT = 1 OR WISP-UNATT-ON
               GO TO WISP-SESSION-ACTIVITY-EXIT
           END-IF.

           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-SESS-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WISP-ERRLOG-DETAIL.
           STRING "SESSION FORCED OFF OPER="  DELIMITED BY SIZE
                  WISP-SESS-OPERATOR (1:8)    DELIMITED BY SPACE
                  " APP="                     DELIMITED BY SIZE
                  WISP-SESS-APP (1:8)         DELIMITED BY SPACE
                  INTO WISP-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WMFNGETPARM",
               "WISP-SESSION-ACTIVITY", WISP-ERRLOG-DETAIL.

           DISPLAY WISP-SESS-FORCED-SCREEN.
           PERFORM WISP-DNR-ACCEPT-NOFIELDS.
           CALL "WSESSION" USING "OFF", WISP-SESS-ID, WISP-SESS-APP,
               WISP-SESS-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9999-STOP.

       WISP-SESSION-ACTIVITY-EXIT.
           EXIT.

      **** THE SCREEN IS NOT SHOWN: THE OPERATOR IS TOLD WHY, THE
      **** REFUSAL GOES TO THE ERROR LOG, AND THE CALLER GETS PF16
      **** BACK AS IF THE OPERATOR HAD LEFT THE SCREEN
       WISP-REFUSE-AT-WORKSTATION.

           MOVE SPACES TO WISP-ERRLOG-DETAIL.
           STRING "WORKSTATION REFUSED APP=" DELIMITED BY SIZE
                  WISP-APP-NAME (1:8)        DELIMITED BY SPACE
                  " WS="                     DELIMITED BY SIZE
                  WISP-WS-TERM-ID            DELIMITED BY SPACE
                  " LOC="                    DELIMITED BY SIZE
                  WISP-WS-LOCATION           DELIMITED BY SPACE
                  INTO WISP-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WMFNGETPARM",
               "WISP-REFUSE-AT-WORKSTATION", WISP-ERRLOG-DETAIL.

           DISPLAY WISP-WS-REFUSE-SCREEN.
           PERFORM WISP-DNR-ACCEPT-NOFIELDS.
           MOVE 16 TO TERM-KEY.

      **** THE SECOND SIGN-OFF -- A SUPERVISOR'S ID AND PASSWORD,
      **** VALIDATED THROUGH WOPERVAL AT OR ABOVE THE SCREEN'S
      **** STATED AUTHORITY, BEFORE THE DNR COMPLETES
               PERFORM WISP-DNR-ALARM
           END-IF.

      **** HAS THIS DOCUMENT BEEN KEYED ALREADY?  GTPMAUD IS SEARCHED
      **** FOR A SUBMISSION OF THIS SCREEN, BY ANYONE, INSIDE THE
      **** WINDOW, CARRYING THE SAME VALUES IN THE DUPCHECK FIELDS.
      **** THE OPERATOR IS SHOWN WHO KEYED IT AND WHEN, AND EITHER
      **** CONFIRMS THIS ONE IS DIFFERENT OR GOES BACK TO THE SCREEN
       WISP-DUPLICATE-CHECK.

      *    The values to look for, each as GTPMAUD carries it.
           MOVE SPACES TO WISP-DUP-PATTERNS.
           MOVE "N" TO WISP-DUP-KEYED-SWITCH.
           PERFORM VARYING WISP-DUP-IDX FROM 1 BY 1
                   UNTIL WISP-DUP-IDX > WISP-DUP-FIELD-CNT
               IF WISP-DUP-FIELD (WISP-DUP-IDX) > ZERO
                       AND WISP-DUP-FIELD (WISP-DUP-IDX)
                           NOT > FIELD-CNT
                   MOVE WISP-DUP-FIELD (WISP-DUP-IDX) TO IDX1
                   IF FIELD-DATA (IDX1) NOT = SPACES
                       SET WISP-DUP-KEYED TO TRUE
                   END-IF
                   PERFORM WISP-MASK-SECURE-FIELD
                   STRING " D-"                   DELIMITED BY SIZE
                          IDX1                    DELIMITED BY SIZE
                          "="                     DELIMITED BY SIZE
                          WISP-AUDIT-FIELD-VALUE  DELIMITED BY SIZE
                          INTO WISP-DUP-PATTERN (WISP-DUP-IDX)
                   END-STRING
               END-IF
           END-PERFORM.
           IF NOT WISP-DUP-KEYED
               GO TO WISP-DUPLICATE-CHECK-EXIT
           END-IF.

           MOVE "DUPCHKMIN" TO WISP-CFG-KEY.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WISP-CFG-VALUE
           END-CALL.
           CALL "WCFGNUM" USING WISP-CFG-VALUE, WISP-DUP-WINDOW
               ON EXCEPTION
                   MOVE ZERO TO WISP-DUP-WINDOW
           END-CALL.
           IF WISP-DUP-WINDOW = ZERO
               MOVE 1440 TO WISP-DUP-WINDOW
           END-IF.

      *    Minutes are counted on the same business date the audit
      *    records are stamped with.
           CALL "WBATDATE" USING "GET", WISP-DUP-NOW-DATE
               ON EXCEPTION
                   ACCEPT WISP-DUP-NOW-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT WISP-DUP-NOW-TIME FROM TIME.
           MOVE WISP-DUP-NOW-TIME TO WISP-DUP-CLOCK.
           COMPUTE WISP-DUP-NOW-MINS =
               FUNCTION INTEGER-OF-DATE (WISP-DUP-NOW-DATE) * 1440
               + WISP-DUP-CLOCK-HH * 60 + WISP-DUP-CLOCK-MM.

           MOVE "N" TO WISP-DUP-FOUND-SWITCH WISP-DUP-EOF-SW.
           OPEN INPUT WISP-DUP-AUDIT-FILE.
           IF WISP-DUP-FILE-STATUS NOT = "00"
               GO TO WISP-DUPLICATE-CHECK-EXIT
           END-IF.
           PERFORM UNTIL WISP-DUP-EOF
               READ WISP-DUP-AUDIT-FILE
                   AT END
                       SET WISP-DUP-EOF TO TRUE
                   NOT AT END
                       PERFORM WISP-DUP-JUDGE-RECORD
                           THRU WISP-DUP-JUDGE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE WISP-DUP-AUDIT-FILE.
           IF NOT WISP-DUP-FOUND
               GO TO WISP-DUPLICATE-CHECK-EXIT
           END-IF.

      *    The latest matching submission is the one named.
           MOVE SPACES TO WISP-DUP-WARN-TEXT.
           STRING "POSSIBLE DUPLICATE - KEYED BY " DELIMITED BY SIZE
                  WISP-DUP-BY-OPERATOR             DELIMITED BY SPACE
                  " ON "                           DELIMITED BY SIZE
                  WISP-DUP-BY-DATE                 DELIMITED BY SIZE
                  " AT "                           DELIMITED BY SIZE
                  WISP-DUP-BY-TIME (1:2)           DELIMITED BY SIZE
                  ":"                              DELIMITED BY SIZE
                  WISP-DUP-BY-TIME (3:2)           DELIMITED BY SIZE
                  INTO WISP-DUP-WARN-TEXT
           END-STRING.
           DISPLAY WISP-DUPLICATE-SCREEN.
           MOVE SPACE TO WISP-DUP-ANSWER.
           ACCEPT WISP-DUP-ANSWER LINE 22 COL 47
               EXCEPTION CONTINUE
           END-ACCEPT.
           IF WISP-DUP-ANSWER = "Y" OR "y"
      *        Confirmed -- the GTPMAUD record says so, and whose
      *        entry it duplicates.
               SET WISP-DUP-CONFIRMED TO TRUE
           ELSE
               MOVE "N" TO WISP-DNR-DONE-FLAG
               MOVE "DUPLICATE NOT SUBMITTED - CORRECT IT, OR PF16 TO CA
      -            "NCEL" TO WISP-DUP-WARN-TEXT
               DISPLAY WISP-DUPLICATE-SCREEN
           END-IF.

       WISP-DUPLICATE-CHECK-EXIT.
           EXIT.

      **** ONE GTPMAUD RECORD -- THIS SCREEN, INSIDE THE WINDOW, A
      **** COMPLETED ENTER OUTSIDE TRAINING, AND EVERY DUPCHECK VALUE
      **** THE SAME
       WISP-DUP-JUDGE-RECORD.

           IF WISP-DUP-REC-APP NOT = WISP-APP-NAME
               GO TO WISP-DUP-JUDGE-RECORD-EXIT
           END-IF.
           IF WISP-DUP-REC-DATE IS NOT NUMERIC
                   OR WISP-DUP-REC-TIME IS NOT NUMERIC
               GO TO WISP-DUP-JUDGE-RECORD-EXIT
           END-IF.
           MOVE WISP-DUP-REC-DATE TO WISP-DUP-REC-DATE-NUM.
           IF WISP-DUP-REC-DATE-NUM < 16010101
               GO TO WISP-DUP-JUDGE-RECORD-EXIT
           END-IF.
           MOVE WISP-DUP-REC-TIME TO WISP-DUP-CLOCK.
           COMPUTE WISP-DUP-REC-MINS =
               FUNCTION INTEGER-OF-DATE (WISP-DUP-REC-DATE-NUM) * 1440
               + WISP-DUP-CLOCK-HH * 60 + WISP-DUP-CLOCK-MM.
           IF WISP-DUP-NOW-MINS - WISP-DUP-REC-MINS > WISP-DUP-WINDOW
               GO TO WISP-DUP-JUDGE-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WISP-DUP-HITS.
           INSPECT WISP-DUP-REC-TAIL TALLYING WISP-DUP-HITS
               FOR ALL " KEY=00 ".
           IF WISP-DUP-HITS = ZERO
               GO TO WISP-DUP-JUDGE-RECORD-EXIT
           END-IF.
           MOVE ZERO TO WISP-DUP-HITS.
           INSPECT WISP-DUP-REC-TAIL TALLYING WISP-DUP-HITS
               FOR ALL " TRAINING=YES".
           IF WISP-DUP-HITS > ZERO
               GO TO WISP-DUP-JUDGE-RECORD-EXIT
           END-IF.

           SET WISP-DUP-ALL-MATCH TO TRUE.
           PERFORM VARYING WISP-DUP-IDX FROM 1 BY 1
                   UNTIL WISP-DUP-IDX > WISP-DUP-FIELD-CNT
                      OR NOT WISP-DUP-ALL-MATCH
               IF WISP-DUP-PATTERN (WISP-DUP-IDX) NOT = SPACES
                   MOVE ZERO TO WISP-DUP-HITS
                   INSPECT WISP-DUP-REC-TAIL TALLYING WISP-DUP-HITS
                       FOR ALL WISP-DUP-PATTERN (WISP-DUP-IDX)
                   IF WISP-DUP-HITS = ZERO
                       MOVE "N" TO WISP-DUP-ALL-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WISP-DUP-ALL-MATCH
               SET WISP-DUP-FOUND TO TRUE
               MOVE WISP-DUP-REC-OPERATOR TO WISP-DUP-BY-OPERATOR
               MOVE WISP-DUP-REC-DATE TO WISP-DUP-BY-DATE
               MOVE WISP-DUP-REC-TIME TO WISP-DUP-BY-TIME
           END-IF.

       WISP-DUP-JUDGE-RECORD-EXIT.
           EXIT.

      **** A DOCUMENT SUBMITTED ON A BATCH SCREEN IS ADDED, AT THE
      **** AMOUNT IN THE SCREEN'S BATCH FIELD, TO THE CLERK'S OPEN
      **** BATCH.  NO OPEN BATCH, OR AN AMOUNT THAT IS NOT ONE, AND
      **** THE OPERATOR IS PUT BACK ON THE SCREEN WITH THE ENTRIES
      **** INTACT
       WISP-TAG-BATCH-DOCUMENT.

           IF WISP-BATCH-FIELD > FIELD-CNT
               GO TO WISP-TAG-BATCH-DOCUMENT-EXIT
           END-IF.
           MOVE FIELD-DATA (WISP-BATCH-FIELD) TO WISP-BAT-AMOUNT-TEXT.
           IF WISP-BAT-AMOUNT-TEXT = SPACES
               MOVE "DOCUMENT AMOUNT REQUIRED - SCREEN NOT SUBMITTED"
                   TO WISP-BAT-REFUSE-TEXT
               GO TO WISP-TAG-BATCH-REFUSED
           END-IF.
           IF FUNCTION TEST-NUMVAL (WISP-BAT-AMOUNT-TEXT) NOT = ZERO
               MOVE "DOCUMENT AMOUNT NOT NUMERIC - SCREEN NOT SUBMITTED"
                   TO WISP-BAT-REFUSE-TEXT
               GO TO WISP-TAG-BATCH-REFUSED
           END-IF.
           COMPUTE WISP-BAT-AMOUNT =
               FUNCTION NUMVAL (WISP-BAT-AMOUNT-TEXT).
           IF WISP-BAT-AMOUNT < ZERO
               MOVE "DOCUMENT AMOUNT NEGATIVE - SCREEN NOT SUBMITTED"
                   TO WISP-BAT-REFUSE-TEXT
               GO TO WISP-TAG-BATCH-REFUSED
           END-IF.

           MOVE SPACES TO WDOCBAT-RECORD.
           MOVE WISP-BAT-AMOUNT TO DB-DOC-AMOUNT.
           MOVE ZERO TO WISP-BAT-RETURN.
           CALL "WDOCBAT" USING "DOC", WDOCBAT-RECORD, WISP-BAT-RETURN
               ON EXCEPTION
      *            No batch facility to add to -- the batch screen
      *            cannot hold the operator hostage.
                   GO TO WISP-TAG-BATCH-DOCUMENT-EXIT
           END-CALL.
           IF WISP-BAT-RETURN NOT = ZERO
               MOVE "NO BATCH OPEN - OPEN ONE ON WBATOP FIRST"
                   TO WISP-BAT-REFUSE-TEXT
               GO TO WISP-TAG-BATCH-REFUSED
           END-IF.
      *    Taken -- the batch number goes on the audit record.
           MOVE DB-BATCH-ID TO WISP-BATCH-TAG-ID.
           SET WISP-AUDIT-ON TO TRUE.
           GO TO WISP-TAG-BATCH-DOCUMENT-EXIT.

       WISP-TAG-BATCH-REFUSED.
           MOVE "N" TO WISP-DNR-DONE-FLAG.
           DISPLAY WISP-BATCH-REFUSE-SCREEN.

       WISP-TAG-BATCH-DOCUMENT-EXIT.
           EXIT.

      **** LOG SUBMITTED FIELD VALUES FOR HIGH-RISK SCREENS
       WISP-WRITE-AUDIT-RECORD.
           CALL "WBATDATE" USING "GET", WISP-AUDIT-DATE
                      WITH POINTER WISP-AUDIT-PTR
               END-STRING
           END-IF.
      *    The workstation the screen was keyed at.
           IF WISP-WS-TERM-ID NOT = SPACES
               STRING " WS="                  DELIMITED BY SIZE
                      WISP-WS-TERM-ID         DELIMITED BY SPACE
                      INTO WISP-AUDIT-LINE
                      WITH POINTER WISP-AUDIT-PTR
               END-STRING
           END-IF.
      *    Training keystrokes are marked so they never contaminate
      *    the real audit trail.
           IF WISP-TRAINING-ON
                      WITH POINTER WISP-AUDIT-PTR
               END-STRING
           END-IF.
      *    The environment profile, for the same reason.
           IF WISP-PROFILE-ENV-VALUE NOT = SPACES
               STRING " ENV="                 DELIMITED BY SIZE
                      WISP-PROFILE-ENV-VALUE  DELIMITED BY SPACE
                      INTO WISP-AUDIT-LINE
                      WITH POINTER WISP-AUDIT-PTR
               END-STRING
           END-IF.
      *    The approving supervisor, when this screen demanded the
      *    second sign-off.
           IF WISP-OVERRIDE-ID NOT = SPACES
                      WITH POINTER WISP-AUDIT-PTR
               END-STRING
           END-IF.
      *    A duplicate the operator confirmed, and whose entry it
      *    repeats -- WDUPRPT lists these each day.
           IF WISP-DUP-CONFIRMED
               STRING " DUPLICATE=CONFIRMED DUPOF=" DELIMITED BY SIZE
                      WISP-DUP-BY-OPERATOR         DELIMITED BY SPACE
                      "/"                          DELIMITED BY SIZE
                      WISP-DUP-BY-DATE             DELIMITED BY SIZE
                      "/"                          DELIMITED BY SIZE
                      WISP-DUP-BY-TIME (1:6)       DELIMITED BY SIZE
                      INTO WISP-AUDIT-LINE
                      WITH POINTER WISP-AUDIT-PTR
               END-STRING
           END-IF.
      *    The document batch a batch screen's document went into.
           IF WISP-BATCH-TAG-ID NOT = ZERO
               STRING " BATCH="           DELIMITED BY SIZE
                      WISP-BATCH-TAG-ID   DELIMITED BY SIZE
                      INTO WISP-AUDIT-LINE
                      WITH POINTER WISP-AUDIT-PTR
               END-STRING
           END-IF.

      *    Append each field's D-nn= entry after what's already in the
      *    line -- WITH POINTER carries the running position forward so
           CALL "WLOGWRT" USING WISP-GP-PERF-LOG-NAME,
               WISP-GP-PERF-LOG-LENGTH, WISP-GP-PERF-LINE.

      **** ONE ENTRY-ERROR RECORD PER FIELD THAT TURNED BACK THE
      **** SUBMISSION -- THE SAME TESTS WISP-VALIDATE-FIELDS APPLIES
       WISP-ERR-LOG-REJECTIONS.
           SET WISP-ERR-KEYED TO TRUE.
           PERFORM VARYING IDX1 FROM 1 BY 1 UNTIL IDX1 > FIELD-CNT
               MOVE SPACES TO WISP-ERR-REASON
               IF FIELD-EDIT-REQUIRED(IDX1)
                   AND FIELD-DATA(IDX1) = SPACES
                   MOVE "REQUIRED" TO WISP-ERR-REASON
               END-IF
               IF FIELD-EDIT-NUMERIC(IDX1)
                   AND FIELD-DATA(IDX1) NOT = SPACES
                   IF FIELD-DATA(IDX1) IS NOT NUMERIC
                       MOVE "NUMERIC" TO WISP-ERR-REASON
                   END-IF
               END-IF
               IF WISP-ERR-REASON NOT = SPACES
                   MOVE IDX1 TO WISP-ERR-FIELD
                   PERFORM WISP-ERR-WRITE-RECORD
               END-IF
           END-PERFORM.

      **** A SCREEN LEFT BY PF16 OR THE IDLE TIMEOUT COUNTS AS
      **** ABANDONED ONLY WHEN THE OPERATOR HAD STARTED ON IT --
      **** SOMETHING KEYED, OR A SUBMISSION ALREADY TURNED BACK
       WISP-ERR-CHECK-ABANDON.
           PERFORM VARYING IDX1 FROM 1 BY 1
                   UNTIL IDX1 > FIELD-CNT OR WISP-ERR-KEYED
               IF FIELD-DATA(IDX1) NOT = WISP-ERR-SHOWN-FIELD(IDX1)
                   SET WISP-ERR-KEYED TO TRUE
               END-IF
           END-PERFORM.
           IF WISP-ERR-KEYED
               MOVE ZERO TO WISP-ERR-FIELD
               MOVE "ABANDON" TO WISP-ERR-REASON
               PERFORM WISP-ERR-WRITE-RECORD
           END-IF.

      **** WRITE ONE GPERRLOG RECORD FOR WISP-ERR-FIELD/-REASON
       WISP-ERR-WRITE-RECORD.
           CALL "WBATDATE" USING "GET", WISP-ERR-DATE
               ON EXCEPTION
                   ACCEPT WISP-ERR-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT WISP-ERR-TIME FROM TIME.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-ERR-OPERATOR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WISP-ERR-APP.
           IF WISP-APP-NAME IS NOT OMITTED
               MOVE WISP-APP-NAME TO WISP-ERR-APP
           END-IF.

           MOVE SPACES TO WISP-ERR-LINE.
           STRING WISP-ERR-DATE            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WISP-ERR-TIME            DELIMITED BY SIZE
                  " APP="                 DELIMITED BY SIZE
                  WISP-ERR-APP             DELIMITED BY SIZE
                  " OPERATOR="            DELIMITED BY SIZE
                  WISP-ERR-OPERATOR        DELIMITED BY SIZE
                  " FIELD="               DELIMITED BY SIZE
                  WISP-ERR-FIELD           DELIMITED BY SIZE
                  " REASON="              DELIMITED BY SIZE
                  WISP-ERR-REASON          DELIMITED BY SIZE
                  INTO WISP-ERR-LINE
           END-STRING.
           CALL "WLOGWRT" USING WISP-ERR-LOG-NAME,
               WISP-ERR-LOG-LENGTH, WISP-ERR-LINE.

      **** HOLD A LOCKED SCREEN UNTIL THE SIGNED-ON OPERATOR'S OWN
      **** CREDENTIAL RELEASES IT
       WISP-LOCK-SCREEN-HOLD.
