      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WCERTOP.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Supervisor decisions on an access recertification
      *               campaign
      *
      *   Build:      cob WCERTOP.cob
      *
      *
      *   WRECERT OPEN files one WRECERT.DAT line per active operator
      *   under that operator's supervisor.  WCERTOP is where the
      *   supervisor works through them, GETPARM-style, the WOPERMNT
      *   way:
      *
      *       L  list the signed-on supervisor's operators -- level,
      *          entity, last sign-on, roles, the applications used,
      *          and the decision so far
      *       C  certify the entered operator's access as it stands
      *       R  revoke it -- the operator is deactivated on WOPERMST
      *          there and then (STATUS "I", as WOPERMNT's D function
      *          sets it), not at the deadline
      *   PF16 exits.
      *
      *   A supervisor decides only the lines filed under their own
      *   operator ID, never their own line, and only until the
      *   campaign's deadline.  Lines whose operator has no supervisor
      *   on the master are decided by an operator whose WISPOPERAUTH
      *   reaches the WISPCFG key OPERMNTAUTH (default 90).  A line
      *   can be certified and later revoked; a revocation stands.
      *   Every decision is logged through WISPERRLOG (RECERT
      *   CERTIFIED / RECERT REVOKED ID=... BY=...), and a revocation
      *   also logs the deactivation the way WOPERMNT does, so the
      *   audit trail carries both.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WCERTOP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRECERT-FILE ASSIGN TO "WRECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-CAMPAIGN-FILE-STATUS.
           SELECT WOPERMST-FILE ASSIGN TO "WOPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-MASTER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WRECERT-FILE.
       01  WRECERT-FILE-RECORD        PIC X(171).

       FD  WOPERMST-FILE.
       01  WOPERMST-RECORD            PIC X(153).

       WORKING-STORAGE SECTION.

       01  WISP-CAMPAIGN-FILE-STATUS  PIC XX.
       01  WISP-MASTER-FILE-STATUS    PIC XX.
       01  WISP-EOF-SWITCH            PIC X.
           88  WISP-EOF                         VALUE "Y".

      *    The campaign, whole, re-read before every decision so two
      *    supervisors working at once do not undo each other.
       COPY "wrecert.cpy".
       01  WISP-RCL-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-RCL-MAX               PIC 9(4)  VALUE 1000.
       01  WISP-RCL-OPEN-COUNT        PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-RCL-TABLE.
           05  WISP-RCL-ENTRY         PIC X(171)
                                      OCCURS 1000 TIMES
                                      INDEXED BY WISP-RCL-X.
       01  WISP-RCL-FOUND-NUM         PIC 9(4)  COMP-5.
       01  WISP-MY-PENDING            PIC 9(4)  COMP-5.
       01  WISP-MY-PENDING-DISP       PIC ZZZ9.

      *    The operator master, for a revocation -- held whole for
      *    the rewrite the way WOPERMNT holds it.
       01  WISP-OPER-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-OPER-MAX              PIC 9(4)  VALUE 200.
       01  WISP-OPER-OVERFLOW-SWITCH  PIC X     VALUE "N".
           88  WISP-OPER-OVERFLOW               VALUE "Y".
       01  WISP-OPR-TABLE.
           05  WISP-OPR-ENTRY  OCCURS 200 TIMES
                               INDEXED BY WISP-OPR-X.
               10  WISP-OPR-RECORD    PIC X(153).
               10  FILLER REDEFINES WISP-OPR-RECORD.
                   15  WISP-OPR-ID        PIC X(8).
                   15  FILLER             PIC X(44).
                   15  WISP-OPR-STATUS    PIC X.
                   15  FILLER             PIC X(100).
       01  WISP-OPR-FOUND-NUM         PIC 9(4)  COMP-5.

      *    The caller's credential.
       01  WISP-OPER-AUTH-VALUE       PIC X(10).
       01  WISP-OPER-AUTH-LEVEL       PIC 99    VALUE ZERO.
       01  WISP-NEEDED-AUTH           PIC 9(5)  VALUE 90.
       01  WISP-CALLER-ENV            PIC X(40).
       01  WISP-CALLER-ID             PIC X(8).
       01  WISP-ADMIN-SWITCH          PIC X     VALUE "N".
           88  WISP-CALLER-IS-ADMIN             VALUE "Y".
       01  WISP-CFG-KEY               PIC X(20).
       01  WISP-CFG-VALUE             PIC X(80).
       01  WISP-CFG-NUMBER            PIC 9(5).

       01  WISP-ERRLOG-DETAIL         PIC X(80).
       01  WISP-TODAY                 PIC 9(8).

      *    Decision screen, served by WMFNGETPARM.
       01  WISP-RCT-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-RCT-STATIC-TEXT.
           05  WISP-RCT-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-RCT-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-RCT-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-RCT-ROW       COMP-5 PIC XX.
               10  WISP-RCT-COL       COMP-5 PIC XX.
               10  WISP-RCT-LEN       COMP-5 PIC XX.
               10  WISP-RCT-FAC       PIC X COMP-X.
               10  WISP-RCT-DATA      PIC X(79).
               10  WISP-RCT-EDIT      PIC X.
               10  WISP-RCT-HELP      PIC X(8).
               10  WISP-RCT-AUTH      PIC 99.
               10  WISP-RCT-LKUP      PIC X(24).
       01  WISP-RCT-KEY-LIST.
           05  WISP-RCT-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-RCT-KEY-CNT          COMP-5 PIC XX.
       01  WISP-RCT-TERM-KEY         COMP-5 PIC XX.
       01  WISP-RCT-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-RCT-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-RCT-APP-NAME         PIC X(40) VALUE "WCERTOP".
       01  WISP-RCT-FIELD-NUM        PIC 9(4)  COMP-5.

       01  WISP-RCT-FUNC             PIC X.
       01  WISP-RCT-ID               PIC X(8).
       01  WISP-RCT-MESSAGE          PIC X(70).
       01  WISP-RCT-ACTION           PIC X(10).

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WCERTOP".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).
       01  WISP-DSP-DECISION         PIC X(9).

       PROCEDURE DIVISION.

       0000-START.
           MOVE ZERO TO WISP-OPER-AUTH-LEVEL.
           DISPLAY "WISPOPERAUTH" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-OPER-AUTH-VALUE FROM ENVIRONMENT-VALUE.
           IF WISP-OPER-AUTH-VALUE (1:2) IS NUMERIC
               MOVE WISP-OPER-AUTH-VALUE (1:2)
                   TO WISP-OPER-AUTH-LEVEL
           END-IF.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-CALLER-ENV FROM ENVIRONMENT-VALUE.
           MOVE WISP-CALLER-ENV (1:8) TO WISP-CALLER-ID.

           MOVE "OPERMNTAUTH" TO WISP-CFG-KEY.
           CALL "WISPCFG" USING WISP-CFG-KEY, WISP-CFG-VALUE.
           CALL "WCFGNUM" USING WISP-CFG-VALUE, WISP-CFG-NUMBER.
           IF WISP-CFG-NUMBER > ZERO
               MOVE WISP-CFG-NUMBER TO WISP-NEEDED-AUTH
           END-IF.
           IF WISP-OPER-AUTH-LEVEL NOT < WISP-NEEDED-AUTH
               SET WISP-CALLER-IS-ADMIN TO TRUE
           END-IF.

      *    A decision is only worth anything with a name on it.
           IF WISP-CALLER-ID = SPACES
               DISPLAY "WCERTOP: SIGN ON FIRST -- A RECERTIFICATION "
                       "DECISION MUST CARRY AN OPERATOR ID."
               GO TO 9999-STOP
           END-IF.

           PERFORM 1000-LOAD-CAMPAIGN
               THRU 1000-LOAD-CAMPAIGN-EXIT.
           IF WISP-RCL-OPEN-COUNT = ZERO
               DISPLAY "WCERTOP: NO RECERTIFICATION CAMPAIGN IS OPEN."
               GO TO 9999-STOP
           END-IF.

           MOVE SPACES TO WISP-RCT-MESSAGE.
           PERFORM 2000-DECISION-CYCLE
               THRU 2000-DECISION-CYCLE-EXIT
               UNTIL WISP-RCT-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** LOAD THE WHOLE CAMPAIGN INTO STORAGE
       1000-LOAD-CAMPAIGN.

           MOVE ZERO TO WISP-RCL-COUNT WISP-RCL-OPEN-COUNT
                        WISP-MY-PENDING.
           MOVE "N" TO WISP-EOF-SWITCH.
           OPEN INPUT WRECERT-FILE.
           IF WISP-CAMPAIGN-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-CAMPAIGN-EXIT
           END-IF.
           PERFORM UNTIL WISP-EOF
               READ WRECERT-FILE
                   AT END
                       SET WISP-EOF TO TRUE
                   NOT AT END
                       IF WRECERT-FILE-RECORD NOT = SPACES
                               AND WISP-RCL-COUNT < WISP-RCL-MAX
                           ADD 1 TO WISP-RCL-COUNT
                           MOVE WRECERT-FILE-RECORD
                               TO WISP-RCL-ENTRY (WISP-RCL-COUNT)
                           MOVE WRECERT-FILE-RECORD TO WRECERT-RECORD
                           IF RC-OPEN-LINE
                               ADD 1 TO WISP-RCL-OPEN-COUNT
                               IF RC-PENDING
                                   PERFORM 1100-COUNT-MY-PENDING
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRECERT-FILE.

       1000-LOAD-CAMPAIGN-EXIT.
           EXIT.

       1100-COUNT-MY-PENDING.
           IF RC-SUPERVISOR = WISP-CALLER-ID
                   OR (RC-SUPERVISOR = SPACES
                       AND WISP-CALLER-IS-ADMIN)
               IF RC-OPERATOR NOT = WISP-CALLER-ID
                   ADD 1 TO WISP-MY-PENDING
               END-IF
           END-IF.

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-DECISION-CYCLE.

           PERFORM 2100-SHOW-DECISION-SCREEN.
           IF WISP-RCT-TERM-KEY = 16
               GO TO 2000-DECISION-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-RCT-MESSAGE.
           EVALUATE WISP-RCT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-MY-OPERATORS
               WHEN "C"
                   PERFORM 4000-RECORD-DECISION
                       THRU 4000-RECORD-DECISION-EXIT
               WHEN "R"
                   PERFORM 4000-RECORD-DECISION
                       THRU 4000-RECORD-DECISION-EXIT
               WHEN OTHER
                   MOVE "ENTER L, C, OR R IN THE FUNCTION FIELD."
                       TO WISP-RCT-MESSAGE
           END-EVALUATE.

       2000-DECISION-CYCLE-EXIT.
           EXIT.

       2100-SHOW-DECISION-SCREEN.

           MOVE WISP-RCL-ENTRY (1) TO WRECERT-RECORD.
           MOVE WISP-MY-PENDING TO WISP-MY-PENDING-DISP.
           MOVE SPACES TO WISP-RCT-STATIC-TEXT.
           MOVE "             WCERTOP - ACCESS RECERTIFICATION"
               TO WISP-RCT-TEXT-LINES(2).
           STRING "  CAMPAIGN " RC-CAMPAIGN
                  "   DEADLINE " RC-DEADLINE
                  "   YOUR LINES NOT YET DECIDED: "
                  WISP-MY-PENDING-DISP
                  DELIMITED BY SIZE
                  INTO WISP-RCT-TEXT-LINES(4)
           END-STRING.
           MOVE "  FUNCTION (L/C/R)........:"
               TO WISP-RCT-TEXT-LINES(7).
           MOVE "  OPERATOR ID (C/R ONLY)..:"
               TO WISP-RCT-TEXT-LINES(9).
           MOVE "  L=LIST YOUR OPERATORS  C=CERTIFY  R=REVOKE"
               TO WISP-RCT-TEXT-LINES(17).
           MOVE "  A REVOCATION DEACTIVATES THE OPERATOR AT ONCE."
               TO WISP-RCT-TEXT-LINES(18).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-RCT-TEXT-LINES(20).
           MOVE WISP-RCT-MESSAGE TO WISP-RCT-TEXT-LINES(21).

           MOVE 2 TO WISP-RCT-FIELD-CNT.
           MOVE  7 TO WISP-RCT-ROW(1).
           MOVE 30 TO WISP-RCT-COL(1).
           MOVE  1 TO WISP-RCT-LEN(1).
           MOVE 128 TO WISP-RCT-FAC(1).
           MOVE "R" TO WISP-RCT-EDIT(1).
           MOVE  9 TO WISP-RCT-ROW(2).
           MOVE 30 TO WISP-RCT-COL(2).
           MOVE  8 TO WISP-RCT-LEN(2).
           MOVE 128 TO WISP-RCT-FAC(2).
           MOVE SPACE TO WISP-RCT-EDIT(2).
           PERFORM VARYING WISP-RCT-FIELD-NUM FROM 1 BY 1
                   UNTIL WISP-RCT-FIELD-NUM > 2
               MOVE SPACES TO WISP-RCT-DATA(WISP-RCT-FIELD-NUM)
               MOVE SPACES TO WISP-RCT-HELP(WISP-RCT-FIELD-NUM)
               MOVE ZERO TO WISP-RCT-AUTH (WISP-RCT-FIELD-NUM)
               MOVE SPACES TO WISP-RCT-LKUP (WISP-RCT-FIELD-NUM)
           END-PERFORM.

           MOVE 2 TO WISP-RCT-KEY-CNT.
           MOVE 0 TO WISP-RCT-KEY-ITEM(1).
           MOVE 16 TO WISP-RCT-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-RCT-STATIC-TEXT,
               WISP-RCT-FIELD-CNT,
               WISP-RCT-FIELD-TABLE,
               WISP-RCT-KEY-LIST,
               WISP-RCT-KEY-CNT,
               WISP-RCT-TERM-KEY,
               WISP-RCT-PAGE-CNT,
               WISP-RCT-STATIC-TEXT-2,
               WISP-RCT-APP-NAME.

           MOVE WISP-RCT-DATA(1) (1:1) TO WISP-RCT-FUNC.
           MOVE WISP-RCT-DATA(2) (1:8) TO WISP-RCT-ID.

      **** L -- THE CALLER'S OPERATORS AND WHAT THEY HOLD
       3000-LIST-MY-OPERATORS.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           PERFORM VARYING WISP-RCL-X FROM 1 BY 1
                   UNTIL WISP-RCL-X > WISP-RCL-COUNT
               MOVE WISP-RCL-ENTRY (WISP-RCL-X) TO WRECERT-RECORD
               IF RC-OPEN-LINE
                       AND (RC-SUPERVISOR = WISP-CALLER-ID
                         OR (RC-SUPERVISOR = SPACES
                             AND WISP-CALLER-IS-ADMIN))
                   EVALUATE TRUE
                       WHEN RC-CERTIFIED
                           MOVE "CERTIFIED" TO WISP-DSP-DECISION
                       WHEN RC-REVOKED
                           MOVE "REVOKED" TO WISP-DSP-DECISION
                       WHEN OTHER
                           MOVE "PENDING" TO WISP-DSP-DECISION
                   END-EVALUATE
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING RC-OPERATOR " AUTH " RC-AUTH
                          " ENTITY " RC-ENTITY
                          " LAST SIGN-ON " RC-LASTSIGN
                          "  " WISP-DSP-DECISION
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
                   PERFORM 3100-QUEUE-DISPLAY-LINE
                   IF RC-ROLES NOT = SPACES
                       MOVE SPACES TO WISP-DSP-WORK-LINE
                       STRING "         ROLES: " RC-ROLES
                              DELIMITED BY SIZE
                              INTO WISP-DSP-WORK-LINE
                       END-STRING
                       PERFORM 3100-QUEUE-DISPLAY-LINE
                   END-IF
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   IF RC-FUNCTIONS = SPACES
                       MOVE "         USED:  (NO GETPARM ACTIVITY)"
                           TO WISP-DSP-WORK-LINE
                   ELSE
                       STRING "         USED:  " RC-FUNCTIONS
                              DELIMITED BY SIZE
                              INTO WISP-DSP-WORK-LINE
                       END-STRING
                   END-IF
                   PERFORM 3100-QUEUE-DISPLAY-LINE
               END-IF
           END-PERFORM.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.
           MOVE "YOUR OPERATORS LISTED." TO WISP-RCT-MESSAGE.

       3100-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** C / R -- ONE DECISION ON ONE OF THE CALLER'S LINES
       4000-RECORD-DECISION.

           IF WISP-RCT-ID = SPACES
               MOVE "ENTER THE OPERATOR ID TO DECIDE."
                   TO WISP-RCT-MESSAGE
               GO TO 4000-RECORD-DECISION-EXIT
           END-IF.

      *    Fresh copy -- another supervisor may have written since.
           PERFORM 1000-LOAD-CAMPAIGN
               THRU 1000-LOAD-CAMPAIGN-EXIT.
           IF WISP-RCL-OPEN-COUNT = ZERO
               MOVE "THE CAMPAIGN HAS BEEN CLOSED." TO WISP-RCT-MESSAGE
               GO TO 4000-RECORD-DECISION-EXIT
           END-IF.
           CALL "WBATDATE" USING "GET", WISP-TODAY
               ON EXCEPTION
                   ACCEPT WISP-TODAY FROM DATE YYYYMMDD
           END-CALL.
           MOVE WISP-RCL-ENTRY (1) TO WRECERT-RECORD.
           IF WISP-TODAY > RC-DEADLINE
               MOVE "REFUSED - THE CAMPAIGN DEADLINE HAS PASSED."
                   TO WISP-RCT-MESSAGE
               GO TO 4000-RECORD-DECISION-EXIT
           END-IF.

           MOVE ZERO TO WISP-RCL-FOUND-NUM.
           PERFORM VARYING WISP-RCL-X FROM 1 BY 1
                   UNTIL WISP-RCL-X > WISP-RCL-COUNT
                      OR WISP-RCL-FOUND-NUM > ZERO
               MOVE WISP-RCL-ENTRY (WISP-RCL-X) TO WRECERT-RECORD
               IF RC-OPERATOR = WISP-RCT-ID AND RC-OPEN-LINE
                   SET WISP-RCL-FOUND-NUM TO WISP-RCL-X
               END-IF
           END-PERFORM.
           IF WISP-RCL-FOUND-NUM = ZERO
               MOVE "THAT OPERATOR IS NOT ON THE OPEN CAMPAIGN."
                   TO WISP-RCT-MESSAGE
               GO TO 4000-RECORD-DECISION-EXIT
           END-IF.
           SET WISP-RCL-X TO WISP-RCL-FOUND-NUM.
           MOVE WISP-RCL-ENTRY (WISP-RCL-X) TO WRECERT-RECORD.

           IF RC-OPERATOR = WISP-CALLER-ID
               MOVE "REFUSED - NOBODY DECIDES THEIR OWN ACCESS."
                   TO WISP-RCT-MESSAGE
               GO TO 4000-RECORD-DECISION-EXIT
           END-IF.
           IF NOT (RC-SUPERVISOR = WISP-CALLER-ID
                   OR (RC-SUPERVISOR = SPACES
                       AND WISP-CALLER-IS-ADMIN))
               MOVE "REFUSED - THAT OPERATOR IS NOT ONE OF YOURS."
                   TO WISP-RCT-MESSAGE
               GO TO 4000-RECORD-DECISION-EXIT
           END-IF.
           IF RC-REVOKED
               MOVE "THAT OPERATOR'S ACCESS IS ALREADY REVOKED."
                   TO WISP-RCT-MESSAGE
               GO TO 4000-RECORD-DECISION-EXIT
           END-IF.

      *    A revocation takes effect on the master first; if the
      *    master cannot be rewritten the decision is not recorded.
           IF WISP-RCT-FUNC = "R"
               PERFORM 5000-DEACTIVATE-OPERATOR
                   THRU 5000-DEACTIVATE-OPERATOR-EXIT
               IF WISP-RCT-MESSAGE NOT = SPACES
                   GO TO 4000-RECORD-DECISION-EXIT
               END-IF
           END-IF.

           MOVE WISP-RCT-FUNC TO RC-DECISION.
           MOVE WISP-TODAY TO RC-DECIDED-DATE.
           MOVE WISP-CALLER-ID TO RC-DECIDED-BY.
           MOVE WRECERT-RECORD TO WISP-RCL-ENTRY (WISP-RCL-X).
           PERFORM 9000-REWRITE-CAMPAIGN.

           IF RC-REVOKED
               MOVE "REVOKED" TO WISP-RCT-ACTION
               MOVE "ACCESS REVOKED - OPERATOR DEACTIVATED."
                   TO WISP-RCT-MESSAGE
           ELSE
               MOVE "CERTIFIED" TO WISP-RCT-ACTION
               MOVE "ACCESS CERTIFIED." TO WISP-RCT-MESSAGE
           END-IF.
           MOVE SPACES TO WISP-ERRLOG-DETAIL.
           STRING "RECERT "            DELIMITED BY SIZE
                  WISP-RCT-ACTION      DELIMITED BY SPACE
                  " ID="               DELIMITED BY SIZE
                  RC-OPERATOR          DELIMITED BY SIZE
                  " BY="               DELIMITED BY SIZE
                  WISP-CALLER-ID       DELIMITED BY SIZE
                  " CAMPAIGN="         DELIMITED BY SIZE
                  RC-CAMPAIGN          DELIMITED BY SIZE
                  INTO WISP-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WCERTOP", "4000-RECORD-DECISION",
               WISP-ERRLOG-DETAIL.

           PERFORM 1000-LOAD-CAMPAIGN
               THRU 1000-LOAD-CAMPAIGN-EXIT.

       4000-RECORD-DECISION-EXIT.
           EXIT.

      **** R -- WOPERMNT'S D FUNCTION, ON THE SUPERVISOR'S WORD
       5000-DEACTIVATE-OPERATOR.

           MOVE ZERO TO WISP-OPER-COUNT.
           MOVE "N" TO WISP-EOF-SWITCH.
           MOVE "N" TO WISP-OPER-OVERFLOW-SWITCH.
           OPEN INPUT WOPERMST-FILE.
           IF WISP-MASTER-FILE-STATUS NOT = "00"
               MOVE "REFUSED - THE OPERATOR MASTER CANNOT BE READ."
                   TO WISP-RCT-MESSAGE
               GO TO 5000-DEACTIVATE-OPERATOR-EXIT
           END-IF.
           PERFORM UNTIL WISP-EOF
               READ WOPERMST-FILE
                   AT END
                       SET WISP-EOF TO TRUE
                   NOT AT END
                       IF WOPERMST-RECORD NOT = SPACES
                           IF WISP-OPER-COUNT < WISP-OPER-MAX
                               ADD 1 TO WISP-OPER-COUNT
                               MOVE WOPERMST-RECORD
                                   TO WISP-OPR-RECORD (WISP-OPER-COUNT)
                           ELSE
                               SET WISP-OPER-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WOPERMST-FILE.
           IF WISP-OPER-OVERFLOW
               MOVE "REFUSED - THE MASTER OVERFLOWS THIS SCREEN'S TABL
      -            "E." TO WISP-RCT-MESSAGE
               GO TO 5000-DEACTIVATE-OPERATOR-EXIT
           END-IF.

           MOVE ZERO TO WISP-OPR-FOUND-NUM.
           PERFORM VARYING WISP-OPR-X FROM 1 BY 1
                   UNTIL WISP-OPR-X > WISP-OPER-COUNT
                      OR WISP-OPR-FOUND-NUM > ZERO
               IF WISP-OPR-ID (WISP-OPR-X) = RC-OPERATOR
                       AND WISP-OPR-ID (WISP-OPR-X) (1:1) NOT = "*"
                   SET WISP-OPR-FOUND-NUM TO WISP-OPR-X
               END-IF
           END-PERFORM.
      *    Gone from the master already -- nothing to deactivate, and
      *    the revocation still stands on the campaign.
           IF WISP-OPR-FOUND-NUM = ZERO
               GO TO 5000-DEACTIVATE-OPERATOR-EXIT
           END-IF.
           SET WISP-OPR-X TO WISP-OPR-FOUND-NUM.
           MOVE "I" TO WISP-OPR-STATUS (WISP-OPR-X).

           OPEN OUTPUT WOPERMST-FILE.
           PERFORM VARYING WISP-OPR-X FROM 1 BY 1
                   UNTIL WISP-OPR-X > WISP-OPER-COUNT
               MOVE WISP-OPR-RECORD (WISP-OPR-X)
                   TO WOPERMST-RECORD
               WRITE WOPERMST-RECORD
           END-PERFORM.
           CLOSE WOPERMST-FILE.

           MOVE SPACES TO WISP-ERRLOG-DETAIL.
           STRING "OPERMST DEACTIVATED ID=" DELIMITED BY SIZE
                  RC-OPERATOR               DELIMITED BY SIZE
                  " BY="                    DELIMITED BY SIZE
                  WISP-CALLER-ID            DELIMITED BY SIZE
                  INTO WISP-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WCERTOP",
               "5000-DEACTIVATE-OPERATOR", WISP-ERRLOG-DETAIL.

       5000-DEACTIVATE-OPERATOR-EXIT.
           EXIT.

       9000-REWRITE-CAMPAIGN.
           OPEN OUTPUT WRECERT-FILE.
           PERFORM VARYING WISP-RCL-X FROM 1 BY 1
                   UNTIL WISP-RCL-X > WISP-RCL-COUNT
               MOVE WISP-RCL-ENTRY (WISP-RCL-X)
                   TO WRECERT-FILE-RECORD
               WRITE WRECERT-FILE-RECORD
           END-PERFORM.
           CLOSE WRECERT-FILE.

       9999-STOP.
           EXIT PROGRAM.
