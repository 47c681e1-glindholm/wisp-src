      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WALERTOP.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Operator alert acknowledgement
      *
      *   Build:      cob WALERTOP.cob
      *
      *
      *   Every CRITICAL alert raised by WERRWATCH, WRUNWATCH or
      *   WMILEMON goes on WALERTS.DAT (copybook walert) and starts
      *   an escalation clock: until somebody acknowledges it here,
      *   WESCALATE pages the on-call roster (WONCALL.DAT) one level
      *   further every ONCALLMIN minutes.  The acknowledgement is
      *   logged through WALERT with the session's operator, and on
      *   the alert's incident when it has one.
      *
      *   Functions (entered in the FUNCTION field):
      *       L  list the alerts not yet acknowledged -- the level
      *          of the roster paged so far and who was paged -- and
      *          who is on call right now
      *       D  display ALERT: every line logged against it, the
      *          raise, each page, the acknowledgement
      *       K  acknowledge ALERT -- the escalation clock stops
      *   PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALERTOP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALERTS-FILE ASSIGN TO "WALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-ALERT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WALERTS-FILE.
       01  WALERTS-FILE-RECORD        PIC X(147).

       WORKING-STORAGE SECTION.

       COPY "walert.cpy".
       COPY "woncall.cpy".

       01  WISP-ALERT-FILE-STATUS     PIC XX.
       01  WISP-SOURCE-EOF-SWITCH     PIC X.
           88  WISP-SOURCE-EOF                  VALUE "Y".
       01  WISP-ALR-OVERFLOW-SWITCH   PIC X.
           88  WISP-ALR-OVERFLOW                VALUE "Y".

      *    The alerts for the L list, latest line applied.  A full
      *    table sheds its acknowledged alerts to make room.
       01  WISP-ALR-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-ALR-MAX               PIC 9(4)  VALUE 500.
       01  WISP-ALR-TABLE.
           05  WISP-ALR-ENTRY  OCCURS 500 TIMES
                               INDEXED BY WISP-ALR-X.
               10  WISP-ALR-T-ID      PIC 9(6).
               10  WISP-ALR-T-STATE   PIC X.
               10  WISP-ALR-T-DATE    PIC 9(8).
               10  WISP-ALR-T-TIME    PIC 9(6).
               10  WISP-ALR-T-LEVEL   PIC 9.
               10  WISP-ALR-T-PERSON  PIC X(8).
               10  WISP-ALR-T-SOURCE  PIC X(12).
               10  WISP-ALR-T-TEXT    PIC X(30).
       01  WISP-ALR-KEEP-X            PIC 9(4)  COMP-5.

       01  WISP-CUR-ID                PIC 9(6).
       01  WISP-AL-FUNC               PIC X(4).
       01  WISP-AL-RETURN             PIC 9.
       01  WISP-LIST-COUNT            PIC 9(4)  COMP-5.
       01  WISP-COUNT-DISP            PIC ZZZ9.
       01  WISP-TYPE-WORD             PIC X(12).
       01  WISP-NOW-DATE              PIC 9(8).
       01  WISP-NOW-TIME              PIC 9(8).
       01  WISP-ONCALL-RETURN         PIC 9.

       01  WISP-NUM-TEXT              PIC X(10).
       01  WISP-NUM-LEN               PIC 9(4)  COMP-5.
       01  WISP-NUM-VALUE             PIC 9(10).
       01  WISP-NUM-OK-SWITCH         PIC X.
           88  WISP-NUM-OK                      VALUE "Y".

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WALERTOP".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

      *    Operator screen, served by WMFNGETPARM.
       01  WISP-OPR-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-OPR-STATIC-TEXT.
           05  WISP-OPR-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-OPR-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-OPR-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-OPR-ROW       COMP-5 PIC XX.
               10  WISP-OPR-COL       COMP-5 PIC XX.
               10  WISP-OPR-LEN       COMP-5 PIC XX.
               10  WISP-OPR-FAC       PIC X COMP-X.
               10  WISP-OPR-DATA      PIC X(79).
               10  WISP-OPR-EDIT      PIC X.
               10  WISP-OPR-HELP      PIC X(8).
               10  WISP-OPR-AUTH      PIC 99.
               10  WISP-OPR-LKUP      PIC X(24).
       01  WISP-OPR-KEY-LIST.
           05  WISP-OPR-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-OPR-KEY-CNT          COMP-5 PIC XX.
       01  WISP-OPR-TERM-KEY         COMP-5 PIC XX.
       01  WISP-OPR-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-OPR-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-OPR-APP-NAME         PIC X(40) VALUE "WALERTOP".
       01  WISP-OPR-FX               PIC 99.

       01  WISP-OPR-FUNC             PIC X.
       01  WISP-OPR-ALERT            PIC X(6)  VALUE SPACES.
       01  WISP-OPR-MESSAGE          PIC X(70).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-OPR-MESSAGE.
           PERFORM 2000-OPERATOR-CYCLE
               THRU 2000-OPERATOR-CYCLE-EXIT
               UNTIL WISP-OPR-TERM-KEY = 16.
           GO TO 9999-STOP.

      *    EVERY ALERT NOT YET ACKNOWLEDGED, FOR THE L LIST.
       1000-LOAD-ALERTS.
           MOVE ZERO TO WISP-ALR-COUNT.
           MOVE "N" TO WISP-SOURCE-EOF-SWITCH WISP-ALR-OVERFLOW-SWITCH.
           OPEN INPUT WALERTS-FILE.
           IF WISP-ALERT-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-ALERTS-EXIT
           END-IF.
           PERFORM UNTIL WISP-SOURCE-EOF
               READ WALERTS-FILE INTO WALERT-RECORD
                   AT END
                       SET WISP-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF AL-ID IS NUMERIC
                           PERFORM 1100-APPLY-ALERT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WALERTS-FILE.

       1000-LOAD-ALERTS-EXIT.
           EXIT.

       1100-APPLY-ALERT-LINE.
           IF AL-RAISED
               IF WISP-ALR-COUNT NOT < WISP-ALR-MAX
                   PERFORM 1150-SHED-ACKNOWLEDGED
               END-IF
               IF WISP-ALR-COUNT < WISP-ALR-MAX
                   ADD 1 TO WISP-ALR-COUNT
                   SET WISP-ALR-X TO WISP-ALR-COUNT
                   MOVE AL-ID TO WISP-ALR-T-ID (WISP-ALR-X)
                   MOVE "R" TO WISP-ALR-T-STATE (WISP-ALR-X)
                   MOVE AL-DATE TO WISP-ALR-T-DATE (WISP-ALR-X)
                   MOVE AL-TIME (1:6) TO WISP-ALR-T-TIME (WISP-ALR-X)
                   MOVE ZERO TO WISP-ALR-T-LEVEL (WISP-ALR-X)
                   MOVE SPACES TO WISP-ALR-T-PERSON (WISP-ALR-X)
                   MOVE AL-SOURCE TO WISP-ALR-T-SOURCE (WISP-ALR-X)
                   MOVE AL-TEXT TO WISP-ALR-T-TEXT (WISP-ALR-X)
               ELSE
                   SET WISP-ALR-OVERFLOW TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WISP-ALR-X FROM 1 BY 1
                       UNTIL WISP-ALR-X > WISP-ALR-COUNT
                   IF WISP-ALR-T-ID (WISP-ALR-X) = AL-ID
                       EVALUATE TRUE
                           WHEN AL-ESCALATED
                               MOVE "E" TO WISP-ALR-T-STATE
                                               (WISP-ALR-X)
                               MOVE AL-LEVEL
                                   TO WISP-ALR-T-LEVEL (WISP-ALR-X)
                               MOVE AL-PERSON
                                   TO WISP-ALR-T-PERSON (WISP-ALR-X)
                           WHEN AL-EXHAUSTED
                               MOVE "X" TO WISP-ALR-T-STATE
                                               (WISP-ALR-X)
                           WHEN AL-ACKNOWLEDGED
                               MOVE "K" TO WISP-ALR-T-STATE
                                               (WISP-ALR-X)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

       1150-SHED-ACKNOWLEDGED.
           MOVE ZERO TO WISP-ALR-KEEP-X.
           PERFORM VARYING WISP-ALR-X FROM 1 BY 1
                   UNTIL WISP-ALR-X > WISP-ALR-COUNT
               IF WISP-ALR-T-STATE (WISP-ALR-X) NOT = "K"
                   ADD 1 TO WISP-ALR-KEEP-X
                   MOVE WISP-ALR-ENTRY (WISP-ALR-X)
                       TO WISP-ALR-ENTRY (WISP-ALR-KEEP-X)
               END-IF
           END-PERFORM.
           MOVE WISP-ALR-KEEP-X TO WISP-ALR-COUNT.

       2000-OPERATOR-CYCLE.

           PERFORM 2100-SHOW-OPERATOR-SCREEN.
           IF WISP-OPR-TERM-KEY = 16
               GO TO 2000-OPERATOR-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-OPR-MESSAGE.
           IF WISP-OPR-FUNC = "D" OR "K"
               MOVE WISP-OPR-ALERT TO WISP-NUM-TEXT
               PERFORM 7000-CONVERT-NUMBER
               IF NOT WISP-NUM-OK OR WISP-NUM-VALUE = ZERO
                       OR WISP-NUM-VALUE > 999999
                   MOVE "ENTER THE ALERT NUMBER."
                       TO WISP-OPR-MESSAGE
                   GO TO 2000-OPERATOR-CYCLE-EXIT
               END-IF
               MOVE WISP-NUM-VALUE TO WISP-CUR-ID
           END-IF.

           EVALUATE WISP-OPR-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-UNACKNOWLEDGED
               WHEN "D"
                   PERFORM 3500-DISPLAY-ALERT
               WHEN "K"
                   PERFORM 4000-ACKNOWLEDGE-ALERT
               WHEN OTHER
                   MOVE "ENTER L, D OR K AS THE FUNCTION."
                       TO WISP-OPR-MESSAGE
           END-EVALUATE.

       2000-OPERATOR-CYCLE-EXIT.
           EXIT.

       2100-SHOW-OPERATOR-SCREEN.

           MOVE SPACES TO WISP-OPR-STATIC-TEXT.
           MOVE "              WALERTOP - OPERATOR ALERTS"
               TO WISP-OPR-TEXT-LINES(2).
           MOVE "  FUNCTION (L/D/K)........:"
               TO WISP-OPR-TEXT-LINES(5).
           MOVE "  ALERT NUMBER............:"
               TO WISP-OPR-TEXT-LINES(6).
           MOVE "  L=LIST UNACKNOWLEDGED  D=DISPLAY  K=ACKNOWLEDGE"
               TO WISP-OPR-TEXT-LINES(17).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-OPR-TEXT-LINES(18).
           MOVE WISP-OPR-MESSAGE TO WISP-OPR-TEXT-LINES(20).

           MOVE 2 TO WISP-OPR-FIELD-CNT.
           PERFORM VARYING WISP-OPR-FX FROM 1 BY 1
                   UNTIL WISP-OPR-FX > 2
               MOVE 30 TO WISP-OPR-COL(WISP-OPR-FX)
               MOVE 128 TO WISP-OPR-FAC(WISP-OPR-FX)
               MOVE SPACES TO WISP-OPR-DATA(WISP-OPR-FX)
               MOVE SPACE TO WISP-OPR-EDIT(WISP-OPR-FX)
               MOVE SPACES TO WISP-OPR-HELP(WISP-OPR-FX)
               MOVE ZERO TO WISP-OPR-AUTH (WISP-OPR-FX)
               MOVE SPACES TO WISP-OPR-LKUP (WISP-OPR-FX)
           END-PERFORM.
           MOVE  5 TO WISP-OPR-ROW(1).
           MOVE  1 TO WISP-OPR-LEN(1).
           MOVE "R" TO WISP-OPR-EDIT(1).
           MOVE  6 TO WISP-OPR-ROW(2).
           MOVE  6 TO WISP-OPR-LEN(2).
           MOVE WISP-OPR-ALERT TO WISP-OPR-DATA(2).

           MOVE 2 TO WISP-OPR-KEY-CNT.
           MOVE 0 TO WISP-OPR-KEY-ITEM(1).
           MOVE 16 TO WISP-OPR-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-OPR-STATIC-TEXT,
               WISP-OPR-FIELD-CNT,
               WISP-OPR-FIELD-TABLE,
               WISP-OPR-KEY-LIST,
               WISP-OPR-KEY-CNT,
               WISP-OPR-TERM-KEY,
               WISP-OPR-PAGE-CNT,
               WISP-OPR-STATIC-TEXT-2,
               WISP-OPR-APP-NAME.

           MOVE WISP-OPR-DATA(1) (1:1) TO WISP-OPR-FUNC.
           MOVE WISP-OPR-DATA(2) (1:6) TO WISP-OPR-ALERT.

      **** L -- WHO IS ON CALL NOW, THEN THE ALERTS NOT YET
      **** ACKNOWLEDGED THROUGH WMFNDISPLAY
       3000-LIST-UNACKNOWLEDGED.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-LIST-COUNT.
           ACCEPT WISP-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WISP-NOW-TIME FROM TIME.
           CALL "WONCALL" USING WISP-NOW-DATE, WISP-NOW-TIME,
                   WONCALL-RESULT, WISP-ONCALL-RETURN
               ON EXCEPTION
                   MOVE 1 TO WISP-ONCALL-RETURN
           END-CALL.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           IF WISP-ONCALL-RETURN = ZERO
               STRING "ON CALL NOW ("          DELIMITED BY SIZE
                      OC-SHIFT                 DELIMITED BY SPACE
                      ")  PRIMARY " OC-PERSON (1)
                      "  SECONDARY " OC-PERSON (2)
                      "  MANAGER " OC-PERSON (3)
                                               DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
           ELSE
               MOVE "ON CALL NOW: NO WONCALL.DAT LINE COVERS THIS TIME."
                   TO WISP-DSP-WORK-LINE
           END-IF.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.

           PERFORM 1000-LOAD-ALERTS THRU 1000-LOAD-ALERTS-EXIT.
           MOVE "ALERT  RAISED          S L PAGED    SOURCE       TEXT"
               TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-ALR-X FROM 1 BY 1
                   UNTIL WISP-ALR-X > WISP-ALR-COUNT
               IF WISP-ALR-T-STATE (WISP-ALR-X) NOT = "K"
                   ADD 1 TO WISP-LIST-COUNT
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING WISP-ALR-T-ID (WISP-ALR-X) " "
                          WISP-ALR-T-DATE (WISP-ALR-X) " "
                          WISP-ALR-T-TIME (WISP-ALR-X) " "
                          WISP-ALR-T-STATE (WISP-ALR-X) " "
                          WISP-ALR-T-LEVEL (WISP-ALR-X) " "
                          WISP-ALR-T-PERSON (WISP-ALR-X) " "
                          WISP-ALR-T-SOURCE (WISP-ALR-X) " "
                          WISP-ALR-T-TEXT (WISP-ALR-X)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
                   PERFORM 3100-QUEUE-DISPLAY-LINE
               END-IF
           END-PERFORM.
           MOVE WISP-LIST-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "UNACKNOWLEDGED: " WISP-COUNT-DISP
                  "    S: R=RAISED E=PAGED X=ROSTER EXHAUSTED"
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           IF WISP-ALR-OVERFLOW
               MOVE "OVER 500 UNACKNOWLEDGED - THE NEWEST NOT SHOWN."
                   TO WISP-DSP-WORK-LINE
               PERFORM 3100-QUEUE-DISPLAY-LINE
           END-IF.
           PERFORM 3150-FLUSH-DISPLAY-LINES.
           MOVE "LISTING COMPLETE." TO WISP-OPR-MESSAGE.

       3100-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               PERFORM 3150-FLUSH-DISPLAY-LINES
           END-IF.

       3150-FLUSH-DISPLAY-LINES.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** D -- EVERY LINE LOGGED AGAINST THE ALERT, IN THE ORDER
      **** WRITTEN
       3500-DISPLAY-ALERT.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-LIST-COUNT.
           MOVE "N" TO WISP-SOURCE-EOF-SWITCH.
           OPEN INPUT WALERTS-FILE.
           IF WISP-ALERT-FILE-STATUS NOT = "00"
               SET WISP-SOURCE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WISP-SOURCE-EOF
               READ WALERTS-FILE INTO WALERT-RECORD
                   AT END
                       SET WISP-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF AL-ID IS NUMERIC
                           IF AL-ID = WISP-CUR-ID
                               PERFORM 3600-SHOW-ALERT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WISP-ALERT-FILE-STATUS NOT = "35"
               CLOSE WALERTS-FILE
           END-IF.
           IF WISP-LIST-COUNT = ZERO
               MOVE "NO SUCH ALERT IN WALERTS.DAT." TO WISP-OPR-MESSAGE
           ELSE
               PERFORM 3150-FLUSH-DISPLAY-LINES
               MOVE "DISPLAY COMPLETE." TO WISP-OPR-MESSAGE
           END-IF.

       3600-SHOW-ALERT-LINE.
           ADD 1 TO WISP-LIST-COUNT.
           EVALUATE TRUE
               WHEN AL-RAISED
                   MOVE "RAISED BY" TO WISP-TYPE-WORD
               WHEN AL-INCIDENT-JOINED
                   MOVE "INCIDENT" TO WISP-TYPE-WORD
               WHEN AL-ESCALATED
                   MOVE "PAGED" TO WISP-TYPE-WORD
               WHEN AL-EXHAUSTED
                   MOVE "EXHAUSTED" TO WISP-TYPE-WORD
               WHEN AL-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO WISP-TYPE-WORD
               WHEN OTHER
                   MOVE AL-TYPE TO WISP-TYPE-WORD
           END-EVALUATE.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING AL-DATE " " AL-TIME (1:6) " " WISP-TYPE-WORD " "
                  AL-OPERATOR
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           EVALUATE TRUE
               WHEN AL-RAISED
                   MOVE AL-SOURCE TO WISP-DSP-WORK-LINE (39:12)
                   IF AL-INCIDENT NOT = ZERO
                       MOVE "INCIDENT" TO WISP-DSP-WORK-LINE (52:8)
                       MOVE AL-INCIDENT TO WISP-DSP-WORK-LINE (61:6)
                   END-IF
               WHEN AL-INCIDENT-JOINED
                   MOVE AL-INCIDENT TO WISP-DSP-WORK-LINE (39:6)
               WHEN AL-ESCALATED
                   MOVE "LEVEL" TO WISP-DSP-WORK-LINE (39:5)
                   MOVE AL-LEVEL TO WISP-DSP-WORK-LINE (45:1)
                   MOVE AL-PERSON TO WISP-DSP-WORK-LINE (47:8)
           END-EVALUATE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           IF AL-RAISED
               MOVE SPACES TO WISP-DSP-WORK-LINE
               MOVE AL-TEXT TO WISP-DSP-WORK-LINE (3:77)
               PERFORM 3100-QUEUE-DISPLAY-LINE
           END-IF.

      **** K -- THE ACKNOWLEDGEMENT, STAMPED WITH THE SESSION'S
      **** OPERATOR BY WALERT
       4000-ACKNOWLEDGE-ALERT.
           MOVE SPACES TO WALERT-RECORD.
           MOVE WISP-CUR-ID TO AL-ID.
           MOVE ZERO TO AL-INCIDENT AL-LEVEL.
           MOVE "ACK " TO WISP-AL-FUNC.
           CALL "WALERT" USING WISP-AL-FUNC, WALERT-RECORD,
                   WISP-AL-RETURN
               ON EXCEPTION
                   MOVE 9 TO WISP-AL-RETURN
           END-CALL.
           EVALUATE WISP-AL-RETURN
               WHEN ZERO
                   MOVE SPACES TO WISP-OPR-MESSAGE
                   STRING "ALERT " WISP-CUR-ID " ACKNOWLEDGED BY "
                          AL-OPERATOR " - ESCALATION STOPPED."
                          DELIMITED BY SIZE
                          INTO WISP-OPR-MESSAGE
                   END-STRING
                   MOVE SPACES TO WISP-OPR-ALERT
               WHEN 1
                   MOVE "NO SUCH ALERT IN WALERTS.DAT."
                       TO WISP-OPR-MESSAGE
               WHEN 2
                   MOVE "THAT ALERT IS ALREADY ACKNOWLEDGED."
                       TO WISP-OPR-MESSAGE
               WHEN OTHER
                   MOVE "THE ALERT LOG COULD NOT BE WRITTEN."
                       TO WISP-OPR-MESSAGE
           END-EVALUATE.

       7000-CONVERT-NUMBER.
           MOVE "N" TO WISP-NUM-OK-SWITCH.
           MOVE ZERO TO WISP-NUM-LEN WISP-NUM-VALUE.
           INSPECT WISP-NUM-TEXT TALLYING WISP-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL " ".
           IF WISP-NUM-LEN > ZERO
               IF WISP-NUM-TEXT (1:WISP-NUM-LEN) IS NUMERIC
                   COMPUTE WISP-NUM-VALUE =
                       FUNCTION NUMVAL (WISP-NUM-TEXT (1:WISP-NUM-LEN))
                   SET WISP-NUM-OK TO TRUE
               END-IF
           END-IF.

       9999-STOP.
           EXIT PROGRAM.
