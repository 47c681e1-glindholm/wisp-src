      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WRECERT.
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
      *    WRECERT runs the periodic access recertification campaign
      *    that replaces the signed printouts audit used to collect
      *    from every supervisor:
      *
      *        WRECERT OPEN deadline   -- open a campaign (deadline
      *                                   YYYYMMDD, after today)
      *        WRECERT CLOSE           -- close it, once the deadline
      *                                   has come
      *        WRECERT [STATUS]        -- show how far it has got
      *
      *    OPEN writes WRECERT.DAT (layout in wrecert.cpy), one line
      *    per active operator on WOPERMST, filed under the supervisor
      *    the master names (WOPERMNT function S), with the operator's
      *    authority level, entity, named roles, last sign-on date,
      *    and the GETPARM applications GTPMAUD shows the operator
      *    used over the last WISPCFG RECERTDAYS days (default 183;
      *    archive segments are read with the live file).  The same
      *    lists go to WRECLIST.RPT, one block per supervisor.  An
      *    operator with no sign-on date yet is stamped with today,
      *    so the idle clock starts now -- the same start WOPERVAL
      *    gives a missing password date.
      *
      *    Each supervisor certifies or revokes their lines on the
      *    WCERTOP screen; a revocation deactivates the operator
      *    there and then.
      *
      *    CLOSE does nothing before the deadline, so it can sit in
      *    the daily stream and fire on the day.  From the deadline
      *    on it deactivates, through the WOPERMNT status flag:
      *
      *        - every operator whose line was never decided;
      *        - every operator, on the campaign or added since,
      *          with no sign-on in the last WISPCFG RECERTIDLE days
      *          (default 90);
      *
      *    stamps the outcome on each line, and writes the completion
      *    report WRECERT.RPT for audit (route it with a WRPTDST.DAT
      *    line).  Every deactivation is logged through WISPERRLOG the
      *    way WOPERMNT logs one, so "who lost access, and why" is on
      *    the audit trail with the supervisors' decisions.
      *
      *    OPEN and CLOSE need the RECERTIFY function in WFUNAUTH.DAT.
      *    RETURN-CODE is 8 when a request is refused or a file cannot
      *    be written, 4 when a campaign closes with undecided lines.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRECERT-FILE ASSIGN TO "WRECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT WOPERMST-FILE ASSIGN TO "WOPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT GTPMAUD-FILE ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT WRECERT-REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WRECERT-FILE.
       01  WRECERT-FILE-RECORD        PIC X(171).

       FD  WOPERMST-FILE.
       01  WOPERMST-RECORD            PIC X(153).

       FD  GTPMAUD-FILE.
       01  GTPMAUD-RECORD.
           05  GA-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  GA-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X(5).
           05  GA-REC-APP-NAME        PIC X(40).
           05  FILLER                 PIC X(10).
           05  GA-REC-OPERATOR        PIC X(40).
           05  FILLER                 PIC X(1888).

       FD  WRECERT-REPORT-FILE.
       01  WRECERT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-MODE                PIC X(16).
       01  WS-ARG-DEADLINE            PIC X(16).

       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-BUSINESS-INTEGER        PIC 9(8)  COMP-5.
       01  WS-WORK-INTEGER            PIC 9(8)  COMP-5.
       01  WS-OPERATOR-ENV            PIC X(40).
       01  WS-CALLER-ID               PIC X(8).
       COPY "wispctx.cpy".

       01  WS-AUTH-FUNC               PIC X(12) VALUE "RECERTIFY".
       01  WS-AUTH-RETURN             PIC 9.

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-LOOKBACK-DAYS           PIC 9(5)  VALUE 183.
       01  WS-IDLE-DAYS               PIC 9(5)  VALUE 90.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-IDLE-SINCE              PIC 9(8).
       01  WS-DEADLINE                PIC 9(8).
       01  WS-SIGNON-DATE             PIC 9(8).

       01  WS-CAMPAIGN-FILE-STATUS    PIC XX.
       01  WS-MASTER-FILE-STATUS      PIC XX.
       01  WS-LOG-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X.
           88  WS-EOF                           VALUE "Y".

       01  WS-REPORT-NAME             PIC X(12).
       01  WS-LOG-NAME                PIC X(20).
       01  WS-ARCH-NAME               PIC X(20).
       01  WS-ARCH-STEM               PIC X(8)  VALUE "GTPMAUD".
       01  WS-ARCH-INDEX              PIC 9(4)  COMP.
       01  WS-ARCH-RETURN             PIC 9.

      *    The campaign, whole, in file order -- supervisor order,
      *    since OPEN writes it that way.
       COPY "wrecert.cpy".
       01  WS-RCL-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RCL-MAX                 PIC 9(4)  VALUE 1000.
       01  WS-RCL-OPEN-COUNT          PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-RCL-TABLE.
           05  WS-RCL-ENTRY           PIC X(171)
                                      OCCURS 1000 TIMES
                                      INDEXED BY WS-RCL-X.

      *    The operator master, held whole for the rewrite the way
      *    WOPERMNT holds it -- comment lines ride along.
       01  WS-OPER-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-OPER-MAX                PIC 9(4)  VALUE 200.
       01  WS-OPER-OVERFLOW-SWITCH    PIC X     VALUE "N".
           88  WS-OPER-OVERFLOW                 VALUE "Y".
       01  WS-MASTER-CHANGED-SWITCH   PIC X     VALUE "N".
           88  WS-MASTER-CHANGED                VALUE "Y".
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-OPR-X.
               10  WS-OPR-RECORD      PIC X(153).
               10  FILLER REDEFINES WS-OPR-RECORD.
                   15  WS-OPR-ID          PIC X(8).
                   15  FILLER             PIC X(10).
                   15  WS-OPR-AUTH        PIC XX.
                   15  FILLER             PIC X.
                   15  WS-OPR-NAME        PIC X(30).
                   15  FILLER             PIC X.
                   15  WS-OPR-STATUS      PIC X.
                   15  FILLER             PIC X(42).
                   15  WS-OPR-ENTITY      PIC X(4).
                   15  FILLER             PIC X.
                   15  WS-OPR-ROLES       PIC X(35).
                   15  FILLER             PIC X.
                   15  WS-OPR-SUPV        PIC X(8).
                   15  FILLER             PIC X.
                   15  WS-OPR-LASTSIGN    PIC X(8).
       01  WS-OPR-HIT                 PIC 9(4)  COMP-5.
       01  WS-LOOK-ID                 PIC X(8).

      *    Applications each operator used over the look-back.
       01  WS-USE-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-USE-MAX                 PIC 9(4)  VALUE 3000.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY  OCCURS 3000 TIMES
                             INDEXED BY WS-USE-X.
               10  WS-USE-OPERATOR    PIC X(8).
               10  WS-USE-APP         PIC X(40).
       01  WS-USE-HIT                 PIC 9(4)  COMP-5.
       01  WS-FUNC-POINTER            PIC 9(4)  COMP-5.

      *    Supervisors, in the order first met, for the grouping.
       01  WS-SUPV-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-SUPV-TABLE.
           05  WS-SUPV-ID             PIC X(8)  OCCURS 200 TIMES
                                      INDEXED BY WS-SUPV-X.
       01  WS-SUPV-HIT                PIC 9(4)  COMP-5.
       01  WS-LAST-SUPV               PIC X(8).
      *    A line's supervisor and decision, read in place --
      *    RC-SUPERVISOR is bytes 19-26, RC-DECISION byte 54.
       01  WS-SCAN-NUM                PIC 9(4)  COMP-5.

      *    Per-supervisor tallies for the status and the report.
       01  WS-SUP-LINES               PIC 9(5)  COMP-5.
       01  WS-SUP-CERTIFIED           PIC 9(5)  COMP-5.
       01  WS-SUP-REVOKED             PIC 9(5)  COMP-5.
       01  WS-SUP-PENDING             PIC 9(5)  COMP-5.

       01  WS-TOT-LINES               PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-CERTIFIED           PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-REVOKED             PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-UNDECIDED           PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-IDLE                PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-KEPT                PIC 9(5)  COMP-5 VALUE ZERO.
       01  WS-TOT-DEACTIVATED         PIC 9(5)  COMP-5 VALUE ZERO.

       01  WS-REASON                  PIC X(16).
       01  WS-ERRLOG-DETAIL           PIC X(80).
       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZ,ZZ9.
       01  WS-COUNT-DISP-2            PIC ZZ,ZZ9.
       01  WS-COUNT-DISP-3            PIC ZZ,ZZ9.
       01  WS-COUNT-DISP-4            PIC ZZ,ZZ9.
       01  WS-DECISION-TEXT           PIC X(9).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WRECERT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.
           CALL "WCGETCTX" USING WISP-CHAIN-CONTEXT
               ON EXCEPTION
                   MOVE SPACES TO WISP-CHAIN-CONTEXT
           END-CALL.
           IF CTX-OPERATOR-ID NOT = SPACES
               MOVE CTX-OPERATOR-ID (1:8) TO WS-CALLER-ID
           ELSE
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WS-OPERATOR-ENV (1:8) TO WS-CALLER-ID
           END-IF.

           MOVE "RECERTDAYS" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-LOOKBACK-DAYS
           END-IF.
           MOVE "RECERTIDLE" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-IDLE-DAYS
           END-IF.
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - WS-LOOKBACK-DAYS.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - WS-IDLE-DAYS.
           COMPUTE WS-IDLE-SINCE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-MODE WS-ARG-DEADLINE.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-MODE, WS-ARG-DEADLINE
           END-UNSTRING.

           PERFORM LOAD-CAMPAIGN THRU LOAD-CAMPAIGN-EXIT.

           EVALUATE WS-ARG-MODE
               WHEN "OPEN"
                   PERFORM OPEN-CAMPAIGN THRU OPEN-CAMPAIGN-EXIT
               WHEN "CLOSE"
                   PERFORM CLOSE-CAMPAIGN THRU CLOSE-CAMPAIGN-EXIT
               WHEN "STATUS"
               WHEN SPACES
                   PERFORM SHOW-CAMPAIGN THRU SHOW-CAMPAIGN-EXIT
               WHEN OTHER
                   DISPLAY "WRECERT: USAGE IS  WRECERT OPEN YYYYMMDD"
                           " | CLOSE | STATUS"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           GO TO STOP-RUN.

       GET-CONFIG-NUMBER.

           MOVE SPACES TO WS-CFG-VALUE.
           MOVE ZERO TO WS-CFG-NUMBER.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER
               ON EXCEPTION CONTINUE
           END-CALL.

       CHECK-AUTHORITY.

           CALL "WAUTHCHK" USING WS-AUTH-FUNC, WS-AUTH-RETURN.

      ******************************************************************
      * OPEN -- ONE LINE PER ACTIVE OPERATOR, GROUPED BY SUPERVISOR.
      ******************************************************************

       OPEN-CAMPAIGN.

           PERFORM CHECK-AUTHORITY.
           IF WS-AUTH-RETURN NOT = ZERO
               DISPLAY "WRECERT: OPEN REFUSED -- "
                       "NOT AUTHORIZED FOR " WS-AUTH-FUNC
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF.
           IF WS-RCL-OPEN-COUNT > ZERO
               MOVE WS-RCL-ENTRY (1) TO WRECERT-RECORD
               DISPLAY "WRECERT: CAMPAIGN " RC-CAMPAIGN
                       " IS STILL OPEN (DEADLINE " RC-DEADLINE
                       ") -- CLOSE IT FIRST."
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF.
           IF WS-ARG-DEADLINE (1:8) IS NOT NUMERIC
                   OR WS-ARG-DEADLINE (9:8) NOT = SPACES
               DISPLAY "WRECERT: USAGE IS  WRECERT OPEN YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF.
           MOVE WS-ARG-DEADLINE (1:8) TO WS-DEADLINE.
           IF WS-DEADLINE NOT > WS-BUSINESS-DATE
                   OR FUNCTION TEST-DATE-YYYYMMDD (WS-DEADLINE)
                      NOT = ZERO
               DISPLAY "WRECERT: THE DEADLINE MUST BE A DATE AFTER "
                       WS-BUSINESS-DATE "."
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF.

           PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "WRECERT: NO OPERATOR MASTER -- NOTHING TO "
                       "RECERTIFY."
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF.
           IF WS-OPER-OVERFLOW
               DISPLAY "WRECERT: THE OPERATOR MASTER OVERFLOWS THE "
                       "TABLE -- CAMPAIGN NOT OPENED."
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF.

           PERFORM READ-USAGE-HISTORY THRU READ-USAGE-HISTORY-EXIT.

      *    The supervisors, in master order; a blank supervisor is
      *    one group of its own.
           MOVE ZERO TO WS-SUPV-COUNT.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPER-COUNT
               IF WS-OPR-ID (WS-OPR-X) (1:1) NOT = "*"
                       AND WS-OPR-STATUS (WS-OPR-X) NOT = "I"
                   PERFORM NOTE-SUPERVISOR
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-RCL-COUNT.
           PERFORM VARYING WS-SUPV-X FROM 1 BY 1
                   UNTIL WS-SUPV-X > WS-SUPV-COUNT
               PERFORM VARYING WS-OPR-X FROM 1 BY 1
                       UNTIL WS-OPR-X > WS-OPER-COUNT
                   IF WS-OPR-ID (WS-OPR-X) (1:1) NOT = "*"
                           AND WS-OPR-STATUS (WS-OPR-X) NOT = "I"
                           AND WS-OPR-SUPV (WS-OPR-X)
                               = WS-SUPV-ID (WS-SUPV-X)
                           AND WS-RCL-COUNT < WS-RCL-MAX
                       PERFORM BUILD-CAMPAIGN-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM WRITE-CAMPAIGN THRU WRITE-CAMPAIGN-EXIT.
           IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
               DISPLAY "WRECERT: WRECERT.DAT COULD NOT BE WRITTEN -- "
                       "CAMPAIGN NOT OPENED."
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF.
           IF WS-MASTER-CHANGED
               PERFORM REWRITE-MASTER
           END-IF.

           PERFORM WRITE-SUPERVISOR-LISTS.

           MOVE WS-RCL-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-ERRLOG-DETAIL.
           STRING "RECERT OPENED DEADLINE=" WS-DEADLINE
                  " LINES=" WS-COUNT-DISP
                  " BY=" WS-CALLER-ID
               DELIMITED BY SIZE INTO WS-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WRECERT", "OPEN-CAMPAIGN",
               WS-ERRLOG-DETAIL.

           DISPLAY "WRECERT: CAMPAIGN " WS-BUSINESS-DATE " OPENED -- "
                   WS-COUNT-DISP " OPERATOR(S), DEADLINE "
                   WS-DEADLINE ".  LISTS IN WRECLIST.RPT.".
           IF WS-RCL-COUNT = WS-RCL-MAX
               DISPLAY "WRECERT: CAMPAIGN TABLE FULL -- OPERATORS PAST "
                       "THE CAP ARE NOT ON IT."
               MOVE 4 TO RETURN-CODE
           END-IF.

       OPEN-CAMPAIGN-EXIT.
           EXIT.

       NOTE-SUPERVISOR.

           MOVE ZERO TO WS-SUPV-HIT.
           PERFORM VARYING WS-SUPV-X FROM 1 BY 1
                   UNTIL WS-SUPV-X > WS-SUPV-COUNT
                      OR WS-SUPV-HIT > ZERO
               IF WS-SUPV-ID (WS-SUPV-X) = WS-OPR-SUPV (WS-OPR-X)
                   SET WS-SUPV-HIT TO WS-SUPV-X
               END-IF
           END-PERFORM.
           IF WS-SUPV-HIT = ZERO AND WS-SUPV-COUNT < 200
               ADD 1 TO WS-SUPV-COUNT
               MOVE WS-OPR-SUPV (WS-OPR-X)
                   TO WS-SUPV-ID (WS-SUPV-COUNT)
           END-IF.

       BUILD-CAMPAIGN-LINE.

      *    No sign-on date yet -- start the idle clock today.
           IF WS-OPR-LASTSIGN (WS-OPR-X) = SPACES
               MOVE WS-BUSINESS-DATE TO WS-OPR-LASTSIGN (WS-OPR-X)
               SET WS-MASTER-CHANGED TO TRUE
           END-IF.

           MOVE SPACES TO WRECERT-RECORD.
           MOVE WS-BUSINESS-DATE TO RC-CAMPAIGN.
           MOVE WS-DEADLINE TO RC-DEADLINE.
           MOVE WS-OPR-SUPV (WS-OPR-X) TO RC-SUPERVISOR.
           MOVE WS-OPR-ID (WS-OPR-X) TO RC-OPERATOR.
           MOVE WS-OPR-AUTH (WS-OPR-X) TO RC-AUTH.
           MOVE WS-OPR-ENTITY (WS-OPR-X) TO RC-ENTITY.
           MOVE WS-OPR-LASTSIGN (WS-OPR-X) TO RC-LASTSIGN.
           MOVE WS-OPR-ROLES (WS-OPR-X) TO RC-ROLES.

           MOVE 1 TO WS-FUNC-POINTER.
           PERFORM VARYING WS-USE-X FROM 1 BY 1
                   UNTIL WS-USE-X > WS-USE-COUNT
               IF WS-USE-OPERATOR (WS-USE-X) = RC-OPERATOR
                   STRING WS-USE-APP (WS-USE-X) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          INTO RC-FUNCTIONS
                          WITH POINTER WS-FUNC-POINTER
                       ON OVERFLOW
                           MOVE "+" TO RC-FUNCTIONS (60:1)
                   END-STRING
               END-IF
           END-PERFORM.

           ADD 1 TO WS-RCL-COUNT.
           MOVE WRECERT-RECORD TO WS-RCL-ENTRY (WS-RCL-COUNT).

      ******************************************************************
      * THE APPLICATIONS EACH OPERATOR USED -- GTPMAUD ARCHIVE
      * SEGMENTS COVERING THE LOOK-BACK, OLDEST FIRST, THEN THE LIVE
      * FILE.
      ******************************************************************

       READ-USAGE-HISTORY.

           MOVE 1 TO WS-ARCH-INDEX.
           MOVE ZERO TO WS-ARCH-RETURN.
           PERFORM READ-ONE-ARCHIVE-SEGMENT
               THRU READ-ONE-ARCHIVE-SEGMENT-EXIT
               UNTIL WS-ARCH-RETURN = 1.

           MOVE "GTPMAUD" TO WS-LOG-NAME.
           PERFORM READ-ONE-USAGE-FILE THRU READ-ONE-USAGE-FILE-EXIT.

       READ-USAGE-HISTORY-EXIT.
           EXIT.

       READ-ONE-ARCHIVE-SEGMENT.

           CALL "WARCHSEG" USING WS-ARCH-STEM, WS-FROM-DATE,
               WS-ARCH-INDEX, WS-ARCH-NAME, WS-ARCH-RETURN
               ON EXCEPTION
                   MOVE 1 TO WS-ARCH-RETURN
           END-CALL.
           IF WS-ARCH-RETURN = 1
               GO TO READ-ONE-ARCHIVE-SEGMENT-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-INDEX.

           MOVE WS-ARCH-NAME TO WS-LOG-NAME.
           PERFORM READ-ONE-USAGE-FILE THRU READ-ONE-USAGE-FILE-EXIT.

       READ-ONE-ARCHIVE-SEGMENT-EXIT.
           EXIT.

       READ-ONE-USAGE-FILE.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GTPMAUD-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               GO TO READ-ONE-USAGE-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ GTPMAUD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GA-REC-DATE IS NUMERIC
                               AND GA-REC-DATE NOT < WS-FROM-DATE
                               AND GA-REC-OPERATOR (1:8) NOT = SPACES
                               AND GA-REC-APP-NAME NOT = SPACES
                           PERFORM NOTE-USAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GTPMAUD-FILE.

       READ-ONE-USAGE-FILE-EXIT.
           EXIT.

       NOTE-USAGE.

           MOVE ZERO TO WS-USE-HIT.
           PERFORM VARYING WS-USE-X FROM 1 BY 1
                   UNTIL WS-USE-X > WS-USE-COUNT
                      OR WS-USE-HIT > ZERO
               IF WS-USE-OPERATOR (WS-USE-X) = GA-REC-OPERATOR (1:8)
                       AND WS-USE-APP (WS-USE-X) = GA-REC-APP-NAME
                   SET WS-USE-HIT TO WS-USE-X
               END-IF
           END-PERFORM.
           IF WS-USE-HIT = ZERO AND WS-USE-COUNT < WS-USE-MAX
               ADD 1 TO WS-USE-COUNT
               MOVE GA-REC-OPERATOR (1:8)
                   TO WS-USE-OPERATOR (WS-USE-COUNT)
               MOVE GA-REC-APP-NAME TO WS-USE-APP (WS-USE-COUNT)
           END-IF.

      ******************************************************************
      * WRECLIST.RPT -- WHAT EACH SUPERVISOR IS ASKED TO CERTIFY.
      ******************************************************************

       WRITE-SUPERVISOR-LISTS.

           MOVE "WRECLIST.RPT" TO WS-REPORT-NAME.
           OPEN OUTPUT WRECERT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WRECERT - ACCESS RECERTIFICATION CAMPAIGN "
                  WS-BUSINESS-DATE "  DEADLINE " WS-DEADLINE
                  "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "APPLICATIONS USED SINCE " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           MOVE HIGH-VALUES TO WS-LAST-SUPV.
           PERFORM VARYING WS-RCL-X FROM 1 BY 1
                   UNTIL WS-RCL-X > WS-RCL-COUNT
               MOVE WS-RCL-ENTRY (WS-RCL-X) TO WRECERT-RECORD
               IF RC-SUPERVISOR NOT = WS-LAST-SUPV
                   MOVE RC-SUPERVISOR TO WS-LAST-SUPV
                   PERFORM PUT-SUPERVISOR-HEADING
                   MOVE "OPERATOR AUTH ENTITY LAST SIGN-ON  ROLES"
                       TO WS-REPORT-LINE
                   PERFORM PUT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING RC-OPERATOR " " RC-AUTH "   " RC-ENTITY
                      "   " RC-LASTSIGN "      " RC-ROLES
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               IF RC-FUNCTIONS = SPACES
                   MOVE "         USED: (NO GETPARM ACTIVITY)"
                       TO WS-REPORT-LINE
               ELSE
                   STRING "         USED: " RC-FUNCTIONS
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               PERFORM PUT-LINE
           END-PERFORM.

           CLOSE WRECERT-REPORT-FILE.

       PUT-SUPERVISOR-HEADING.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           IF RC-SUPERVISOR = SPACES
               MOVE "SUPERVISOR: (NONE -- MASTER ADMINISTRATOR DECIDES)"
                   TO WS-REPORT-LINE
           ELSE
               STRING "SUPERVISOR: " RC-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM PUT-LINE.

      ******************************************************************
      * CLOSE -- DEACTIVATE THE UNDECIDED, THE REVOKED AND THE IDLE,
      * AND REPORT EVERY LINE'S OUTCOME.
      ******************************************************************

       CLOSE-CAMPAIGN.

           IF WS-RCL-OPEN-COUNT = ZERO
               DISPLAY "WRECERT: NO CAMPAIGN IS OPEN."
               GO TO CLOSE-CAMPAIGN-EXIT
           END-IF.
           MOVE WS-RCL-ENTRY (1) TO WRECERT-RECORD.
           IF WS-BUSINESS-DATE < RC-DEADLINE
               DISPLAY "WRECERT: CAMPAIGN " RC-CAMPAIGN
                       " RUNS UNTIL " RC-DEADLINE " -- NOT CLOSED."
               GO TO CLOSE-CAMPAIGN-EXIT
           END-IF.
           MOVE RC-DEADLINE TO WS-DEADLINE.

           PERFORM CHECK-AUTHORITY.
           IF WS-AUTH-RETURN NOT = ZERO
               DISPLAY "WRECERT: CLOSE REFUSED -- "
                       "NOT AUTHORIZED FOR " WS-AUTH-FUNC
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-CAMPAIGN-EXIT
           END-IF.
           PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT.
           IF WS-MASTER-FILE-STATUS NOT = "00" OR WS-OPER-OVERFLOW
               DISPLAY "WRECERT: THE OPERATOR MASTER CANNOT BE "
                       "REWRITTEN -- CAMPAIGN NOT CLOSED."
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-CAMPAIGN-EXIT
           END-IF.

           MOVE "WRECERT.RPT" TO WS-REPORT-NAME.
           OPEN OUTPUT WRECERT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WRECERT - ACCESS RECERTIFICATION COMPLETION  "
                  "CAMPAIGN " RC-CAMPAIGN "  DEADLINE " RC-DEADLINE
                  "  CLOSED " WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "IDLE MEANS NO SIGN-ON SINCE " WS-IDLE-SINCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           MOVE HIGH-VALUES TO WS-LAST-SUPV.
           PERFORM VARYING WS-RCL-X FROM 1 BY 1
                   UNTIL WS-RCL-X > WS-RCL-COUNT
               MOVE WS-RCL-ENTRY (WS-RCL-X) TO WRECERT-RECORD
               IF RC-SUPERVISOR NOT = WS-LAST-SUPV
                   MOVE RC-SUPERVISOR TO WS-LAST-SUPV
                   PERFORM PUT-SUPERVISOR-TALLY
                   PERFORM PUT-OUTCOME-HEADING
               END-IF
               IF RC-OPEN-LINE
                   PERFORM SETTLE-CAMPAIGN-LINE
                   MOVE WRECERT-RECORD TO WS-RCL-ENTRY (WS-RCL-X)
               ELSE
                   MOVE "(SETTLED EARLIER)" TO WS-REASON
               END-IF
               PERFORM PUT-OUTCOME-LINE
           END-PERFORM.

      *    Operators added since the campaign opened were never on
      *    it; the idle test still applies to them.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "NOT ON THE CAMPAIGN -- IDLE OPERATORS DEACTIVATED:"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE ZERO TO WS-SUP-LINES.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPER-COUNT
               IF WS-OPR-ID (WS-OPR-X) (1:1) NOT = "*"
                       AND WS-OPR-STATUS (WS-OPR-X) NOT = "I"
                   MOVE WS-OPR-ID (WS-OPR-X) TO WS-LOOK-ID
                   PERFORM FIND-CAMPAIGN-LINE
                   IF WS-OPR-HIT = ZERO
                       PERFORM SWEEP-ONE-OPERATOR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SUP-LINES = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

           PERFORM WRITE-CAMPAIGN THRU WRITE-CAMPAIGN-EXIT.
           IF WS-MASTER-CHANGED
               PERFORM REWRITE-MASTER
           END-IF.

           PERFORM PUT-CLOSE-TOTALS.
           CLOSE WRECERT-REPORT-FILE.

           MOVE WS-TOT-DEACTIVATED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-ERRLOG-DETAIL.
           STRING "RECERT CLOSED CAMPAIGN=" RC-CAMPAIGN
                  " DEACTIVATED=" WS-COUNT-DISP
                  " BY=" WS-CALLER-ID
               DELIMITED BY SIZE INTO WS-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WRECERT", "CLOSE-CAMPAIGN",
               WS-ERRLOG-DETAIL.

           DISPLAY "WRECERT: CAMPAIGN " RC-CAMPAIGN " CLOSED -- "
                   WS-COUNT-DISP " OPERATOR(S) DEACTIVATED.  "
                   "SEE WRECERT.RPT.".
           IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
               DISPLAY "WRECERT: WRECERT.DAT COULD NOT BE REWRITTEN."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-UNDECIDED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-CAMPAIGN-EXIT.
           EXIT.

      *    One campaign line at the deadline.  The master is read
      *    afresh, so a sign-on or a WOPERMNT change made since the
      *    campaign opened counts.
       SETTLE-CAMPAIGN-LINE.

           MOVE RC-OPERATOR TO WS-LOOK-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OPR-HIT > ZERO
               SET WS-OPR-X TO WS-OPR-HIT
           END-IF.
           MOVE "K" TO RC-OUTCOME.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN WS-OPR-HIT = ZERO
                   MOVE "D" TO RC-OUTCOME
                   MOVE "NOT ON MASTER" TO WS-REASON
               WHEN RC-REVOKED
                   MOVE "D" TO RC-OUTCOME
                   MOVE "REVOKED" TO WS-REASON
                   ADD 1 TO WS-TOT-REVOKED
               WHEN RC-PENDING
                   MOVE "D" TO RC-OUTCOME
                   MOVE "UNCERTIFIED" TO WS-REASON
                   ADD 1 TO WS-TOT-UNDECIDED
               WHEN OTHER
                   ADD 1 TO WS-TOT-CERTIFIED
                   PERFORM TEST-IDLE
                   IF WS-REASON NOT = SPACES
                       MOVE "D" TO RC-OUTCOME
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-TOT-LINES.

           IF WS-OPR-HIT > ZERO
               MOVE WS-OPR-LASTSIGN (WS-OPR-X) TO RC-LASTSIGN
               IF RC-DEACTIVATED
                   IF WS-OPR-STATUS (WS-OPR-X) = "I"
                       IF WS-REASON NOT = "REVOKED"
                           MOVE "ALREADY INACTIVE" TO WS-REASON
                       END-IF
                   ELSE
                       PERFORM DEACTIVATE-OPERATOR
                   END-IF
               END-IF
           END-IF.
           IF RC-KEPT
               ADD 1 TO WS-TOT-KEPT
           END-IF.

       SWEEP-ONE-OPERATOR.

           MOVE SPACES TO WS-REASON.
           PERFORM TEST-IDLE.
           IF WS-REASON NOT = SPACES
               PERFORM DEACTIVATE-OPERATOR
               ADD 1 TO WS-SUP-LINES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-OPR-ID (WS-OPR-X) " "
                      WS-OPR-AUTH (WS-OPR-X) "   "
                      WS-OPR-ENTITY (WS-OPR-X)
                      "   LAST SIGN-ON " WS-OPR-LASTSIGN (WS-OPR-X)
                      "  DEACTIVATED  " WS-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

      *    Idle -- a sign-on date on record, and older than the
      *    window.  WS-OPR-X is the operator.
       TEST-IDLE.

           IF WS-OPR-LASTSIGN (WS-OPR-X) IS NUMERIC
               MOVE WS-OPR-LASTSIGN (WS-OPR-X) TO WS-SIGNON-DATE
               IF WS-SIGNON-DATE < WS-IDLE-SINCE
                   MOVE "IDLE" TO WS-REASON
               END-IF
           END-IF.

      *    The WOPERMNT D function's effect, logged the way it logs
      *    one.
       DEACTIVATE-OPERATOR.

           MOVE "I" TO WS-OPR-STATUS (WS-OPR-X).
           SET WS-MASTER-CHANGED TO TRUE.
           ADD 1 TO WS-TOT-DEACTIVATED.
           IF WS-REASON = "IDLE"
               ADD 1 TO WS-TOT-IDLE
           END-IF.
           MOVE SPACES TO WS-ERRLOG-DETAIL.
           STRING "OPERMST DEACTIVATED ID=" WS-OPR-ID (WS-OPR-X)
                  " BY=WRECERT  REASON=" WS-REASON
               DELIMITED BY SIZE INTO WS-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WRECERT", "DEACTIVATE-OPERATOR",
               WS-ERRLOG-DETAIL.

       PUT-OUTCOME-LINE.

           EVALUATE TRUE
               WHEN RC-CERTIFIED
                   MOVE "CERTIFIED" TO WS-DECISION-TEXT
               WHEN RC-REVOKED
                   MOVE "REVOKED" TO WS-DECISION-TEXT
               WHEN OTHER
                   MOVE "(NONE)" TO WS-DECISION-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING RC-OPERATOR " " RC-AUTH "   " RC-ENTITY "   "
                  WS-DECISION-TEXT " " RC-DECIDED-BY " "
                  RC-DECIDED-DATE "  " RC-LASTSIGN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           IF RC-DEACTIVATED
               MOVE "DEACTIVATED" TO WS-REPORT-LINE (61:11)
           ELSE
               MOVE "KEPT" TO WS-REPORT-LINE (61:4)
           END-IF.
           MOVE WS-REASON TO WS-REPORT-LINE (74:16).
           PERFORM PUT-LINE.

       PUT-OUTCOME-HEADING.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "OPERATOR AUTH ENTITY DECISION  BY" TO WS-REPORT-LINE.
           MOVE "ON" TO WS-REPORT-LINE (41:2).
           MOVE "LAST SIGN" TO WS-REPORT-LINE (51:9).
           MOVE "OUTCOME" TO WS-REPORT-LINE (61:7).
           MOVE "REASON" TO WS-REPORT-LINE (74:6).
           PERFORM PUT-LINE.

      *    The heading for a new supervisor's block, with how that
      *    supervisor's lines were decided.
       PUT-SUPERVISOR-TALLY.

           MOVE ZERO TO WS-SUP-LINES WS-SUP-CERTIFIED WS-SUP-REVOKED
                        WS-SUP-PENDING.
           PERFORM VARYING WS-SCAN-NUM FROM 1 BY 1
                   UNTIL WS-SCAN-NUM > WS-RCL-COUNT
               IF WS-RCL-ENTRY (WS-SCAN-NUM) (19:8) = RC-SUPERVISOR
                   ADD 1 TO WS-SUP-LINES
                   EVALUATE WS-RCL-ENTRY (WS-SCAN-NUM) (54:1)
                       WHEN "C"
                           ADD 1 TO WS-SUP-CERTIFIED
                       WHEN "R"
                           ADD 1 TO WS-SUP-REVOKED
                       WHEN OTHER
                           ADD 1 TO WS-SUP-PENDING
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM PUT-SUPERVISOR-HEADING.
           MOVE WS-SUP-LINES TO WS-COUNT-DISP.
           MOVE WS-SUP-CERTIFIED TO WS-COUNT-DISP-2.
           MOVE WS-SUP-REVOKED TO WS-COUNT-DISP-3.
           MOVE WS-SUP-PENDING TO WS-COUNT-DISP-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  LINES " WS-COUNT-DISP
                  "  CERTIFIED " WS-COUNT-DISP-2
                  "  REVOKED " WS-COUNT-DISP-3
                  "  NOT DECIDED " WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

       PUT-CLOSE-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-TOT-LINES TO WS-COUNT-DISP.
           STRING "LINES SETTLED      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOT-CERTIFIED TO WS-COUNT-DISP.
           STRING "CERTIFIED          " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOT-REVOKED TO WS-COUNT-DISP.
           STRING "REVOKED            " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOT-UNDECIDED TO WS-COUNT-DISP.
           STRING "NOT DECIDED        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOT-IDLE TO WS-COUNT-DISP.
           STRING "IDLE               " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOT-KEPT TO WS-COUNT-DISP.
           STRING "ACCESS KEPT        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOT-DEACTIVATED TO WS-COUNT-DISP.
           STRING "DEACTIVATED NOW    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

      ******************************************************************
      * STATUS -- HOW FAR EACH SUPERVISOR HAS GOT.
      ******************************************************************

       SHOW-CAMPAIGN.

           IF WS-RCL-COUNT = ZERO
               DISPLAY "WRECERT: NO CAMPAIGN ON FILE."
               GO TO SHOW-CAMPAIGN-EXIT
           END-IF.
           MOVE WS-RCL-ENTRY (1) TO WRECERT-RECORD.
           IF WS-RCL-OPEN-COUNT = ZERO
               DISPLAY "WRECERT: CAMPAIGN " RC-CAMPAIGN
                       " IS CLOSED -- SEE WRECERT.RPT."
               GO TO SHOW-CAMPAIGN-EXIT
           END-IF.
           DISPLAY "WRECERT: CAMPAIGN " RC-CAMPAIGN " OPEN, DEADLINE "
                   RC-DEADLINE.
           DISPLAY "         SUPERVISOR   LINES  CERTIFIED  REVOKED"
                   "  NOT DECIDED".
           MOVE HIGH-VALUES TO WS-LAST-SUPV.
           PERFORM VARYING WS-RCL-X FROM 1 BY 1
                   UNTIL WS-RCL-X > WS-RCL-COUNT
               MOVE WS-RCL-ENTRY (WS-RCL-X) TO WRECERT-RECORD
               IF RC-SUPERVISOR NOT = WS-LAST-SUPV
                   MOVE RC-SUPERVISOR TO WS-LAST-SUPV
                   PERFORM SHOW-ONE-SUPERVISOR
               END-IF
           END-PERFORM.

       SHOW-CAMPAIGN-EXIT.
           EXIT.

       SHOW-ONE-SUPERVISOR.

           MOVE ZERO TO WS-SUP-LINES WS-SUP-CERTIFIED WS-SUP-REVOKED
                        WS-SUP-PENDING.
           PERFORM VARYING WS-SCAN-NUM FROM 1 BY 1
                   UNTIL WS-SCAN-NUM > WS-RCL-COUNT
               IF WS-RCL-ENTRY (WS-SCAN-NUM) (19:8) = RC-SUPERVISOR
                   ADD 1 TO WS-SUP-LINES
                   EVALUATE WS-RCL-ENTRY (WS-SCAN-NUM) (54:1)
                       WHEN "C"
                           ADD 1 TO WS-SUP-CERTIFIED
                       WHEN "R"
                           ADD 1 TO WS-SUP-REVOKED
                       WHEN OTHER
                           ADD 1 TO WS-SUP-PENDING
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE WS-SUP-LINES TO WS-COUNT-DISP.
           MOVE WS-SUP-CERTIFIED TO WS-COUNT-DISP-2.
           MOVE WS-SUP-REVOKED TO WS-COUNT-DISP-3.
           MOVE WS-SUP-PENDING TO WS-COUNT-DISP-4.
           IF RC-SUPERVISOR = SPACES
               DISPLAY "         (NONE)     " WS-COUNT-DISP "     "
                       WS-COUNT-DISP-2 "   " WS-COUNT-DISP-3 "       "
                       WS-COUNT-DISP-4
           ELSE
               DISPLAY "         " RC-SUPERVISOR "   " WS-COUNT-DISP
                       "     " WS-COUNT-DISP-2 "   " WS-COUNT-DISP-3
                       "       " WS-COUNT-DISP-4
           END-IF.

      ******************************************************************
      * THE CAMPAIGN FILE AND THE OPERATOR MASTER, WHOLE.
      ******************************************************************

       LOAD-CAMPAIGN.

           MOVE ZERO TO WS-RCL-COUNT WS-RCL-OPEN-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WRECERT-FILE.
           IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
               GO TO LOAD-CAMPAIGN-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WRECERT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WRECERT-FILE-RECORD NOT = SPACES
                               AND WS-RCL-COUNT < WS-RCL-MAX
                           ADD 1 TO WS-RCL-COUNT
                           MOVE WRECERT-FILE-RECORD
                               TO WS-RCL-ENTRY (WS-RCL-COUNT)
                           MOVE WRECERT-FILE-RECORD TO WRECERT-RECORD
                           IF RC-OPEN-LINE
                               ADD 1 TO WS-RCL-OPEN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRECERT-FILE.

       LOAD-CAMPAIGN-EXIT.
           EXIT.

       WRITE-CAMPAIGN.

           OPEN OUTPUT WRECERT-FILE.
           IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
               GO TO WRITE-CAMPAIGN-EXIT
           END-IF.
           PERFORM VARYING WS-RCL-X FROM 1 BY 1
                   UNTIL WS-RCL-X > WS-RCL-COUNT
               MOVE WS-RCL-ENTRY (WS-RCL-X) TO WRECERT-FILE-RECORD
               WRITE WRECERT-FILE-RECORD
           END-PERFORM.
           CLOSE WRECERT-FILE.

       WRITE-CAMPAIGN-EXIT.
           EXIT.

       FIND-CAMPAIGN-LINE.

           MOVE ZERO TO WS-OPR-HIT.
           PERFORM VARYING WS-RCL-X FROM 1 BY 1
                   UNTIL WS-RCL-X > WS-RCL-COUNT
                      OR WS-OPR-HIT > ZERO
               IF WS-RCL-ENTRY (WS-RCL-X) (28:8) = WS-LOOK-ID
                   SET WS-OPR-HIT TO WS-RCL-X
               END-IF
           END-PERFORM.

       LOAD-MASTER.

           MOVE ZERO TO WS-OPER-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WOPERMST-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               GO TO LOAD-MASTER-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WOPERMST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WOPERMST-RECORD NOT = SPACES
                           IF WS-OPER-COUNT < WS-OPER-MAX
                               ADD 1 TO WS-OPER-COUNT
                               MOVE WOPERMST-RECORD
                                   TO WS-OPR-RECORD (WS-OPER-COUNT)
                           ELSE
                               SET WS-OPER-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WOPERMST-FILE.
           MOVE "00" TO WS-MASTER-FILE-STATUS.

       LOAD-MASTER-EXIT.
           EXIT.

       FIND-OPERATOR.

           MOVE ZERO TO WS-OPR-HIT.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPER-COUNT
                      OR WS-OPR-HIT > ZERO
               IF WS-OPR-ID (WS-OPR-X) = WS-LOOK-ID
                       AND WS-OPR-ID (WS-OPR-X) (1:1) NOT = "*"
                   SET WS-OPR-HIT TO WS-OPR-X
               END-IF
           END-PERFORM.

       REWRITE-MASTER.

           OPEN OUTPUT WOPERMST-FILE.
           PERFORM VARYING WS-OPR-X FROM 1 BY 1
                   UNTIL WS-OPR-X > WS-OPER-COUNT
               MOVE WS-OPR-RECORD (WS-OPR-X) TO WOPERMST-RECORD
               WRITE WOPERMST-RECORD
           END-PERFORM.
           CLOSE WOPERMST-FILE.

       PUT-LINE.

           WRITE WRECERT-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
