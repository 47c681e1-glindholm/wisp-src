      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WREJFIX.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Repair the records WVALGATE rejected and hold
      *               them for resubmission
      *
      *   Build:      cob WREJFIX.cob
      *
      *
      *   WVALGATE puts every record that breaks a WVALRULE.DAT rule
      *   into <path>.REJ.  WREJFIX walks that file for one
      *   interface, a record to a screen: each rule's field is shown
      *   with its position, length, TYPE and REQ and the rule it
      *   fails, and a failing field blinks.  The clerk keys the
      *   correct value over it and presses (ENTER); the record is
      *   checked again against the same rules, the same way
      *   WVALGATE checks it (an "@name" VALUES entry through
      *   WCODETAB as of the business date).  A record that now
      *   passes is held for resubmission and the next record that
      *   does not is shown.  Only the first 50 characters of a
      *   longer field can be keyed.
      *
      *   The first screen takes the interface name and, optionally,
      *   the file path; blank means the WIFREG.DAT registration's
      *   path, WPATHSUB tokens expanded, just as WVALGATE finds it.
      *
      *   On the record screen:
      *       (ENTER)  apply the corrections and check the record
      *       PF4/PF5  previous / next record
      *       PF7/PF8  previous / next page of rules (12 a page)
      *       PF16     write the repairs and return
      *
      *   PF16 appends the held records to <path>.RSB and rewrites
      *   <path>.REJ with only the records still failing, so the
      *   reject count falls by what was repaired.  The .RSB file
      *   goes back through the gate as "WVALGATE name <path>.RSB"
      *   and is moved aside once it is accepted; what it rejects
      *   lands in <path>.RSB.REJ for another pass here.
      *
      *   The screen is authority gated through WAUTHCHK (function
      *   WVALGATE-FIX).  Every correction is written to CHGAUDX
      *   through WCHGAUD -- the record before and after, and the
      *   operator -- under VOL IFREJ, LIB WVALGATE, FILE = the
      *   interface name, with the name and the record's number in
      *   the .REJ file as the record key; each write of the repairs
      *   is logged through WISPERRLOG.  The first 500 records of a
      *   .REJ file are shown; the rest are kept as they are.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WREJFIX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WVALRULE-FILE ASSIGN TO "WVALRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-RULE-FILE-STATUS.
           SELECT WIFREG-FILE ASSIGN TO "WIFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-REG-FILE-STATUS.
           SELECT WISP-REJ-FILE ASSIGN TO WISP-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-REJ-FILE-STATUS.
           SELECT WISP-RSB-FILE ASSIGN TO WISP-RSB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-RSB-FILE-STATUS.
           SELECT WISP-RJW-FILE ASSIGN TO WISP-RJW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-RJW-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WVALRULE-FILE.
       01  WVALRULE-RECORD.
           05  WISP-VR-REC-NAME       PIC X(12).
           05  FILLER                 PIC X.
           05  WISP-VR-REC-START      PIC 9(4).
           05  FILLER                 PIC X.
           05  WISP-VR-REC-LEN        PIC 9(3).
           05  FILLER                 PIC X.
           05  WISP-VR-REC-TYPE       PIC X.
           05  FILLER                 PIC X.
           05  WISP-VR-REC-REQ        PIC X.
           05  FILLER                 PIC X.
           05  WISP-VR-REC-VALUES     PIC X(40).
       FD  WIFREG-FILE.
       01  WIFREG-RECORD.
           05  WISP-REG-REC-NAME      PIC X(12).
           05  FILLER                 PIC X.
           05  WISP-REG-REC-DIR       PIC X.
           05  FILLER                 PIC X.
           05  WISP-REG-REC-VOL       PIC X(6).
           05  FILLER                 PIC X.
           05  WISP-REG-REC-LIB       PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-REG-REC-FILE      PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-REG-REC-FROM      PIC 9(4).
           05  FILLER                 PIC X.
           05  WISP-REG-REC-TO        PIC 9(4).
           05  FILLER                 PIC X.
           05  WISP-REG-REC-PARTNER   PIC X(20).
           05  FILLER                 PIC X.
           05  WISP-REG-REC-PATH      PIC X(60).
       FD  WISP-REJ-FILE.
       01  WISP-REJ-RECORD            PIC X(256).
       FD  WISP-RSB-FILE.
       01  WISP-RSB-RECORD            PIC X(256).
       FD  WISP-RJW-FILE.
       01  WISP-RJW-RECORD            PIC X(256).

       WORKING-STORAGE SECTION.

       01  WISP-RULE-FILE-STATUS      PIC XX.
       01  WISP-RULE-EOF-SWITCH       PIC X.
           88  WISP-RULE-EOF                    VALUE "Y".
       01  WISP-REG-FILE-STATUS       PIC XX.
       01  WISP-REG-EOF-SWITCH        PIC X.
           88  WISP-REG-EOF                     VALUE "Y".
       01  WISP-REJ-FILE-STATUS       PIC XX.
       01  WISP-REJ-EOF-SWITCH        PIC X.
           88  WISP-REJ-EOF                     VALUE "Y".
       01  WISP-RSB-FILE-STATUS       PIC XX.
       01  WISP-RJW-FILE-STATUS       PIC XX.
       01  WISP-BUSINESS-DATE         PIC 9(8).

      *    The interface's rules, as WVALGATE loads them, with the
      *    way the shown record fails each one.
       01  WISP-RULE-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-RULE-MAX              PIC 9(4)  VALUE 50.
       01  WISP-RULE-TABLE.
           05  WISP-RUL-ENTRY  OCCURS 50 TIMES
                               INDEXED BY WISP-RUL-X.
               10  WISP-RUL-START     PIC 9(4)  COMP-5.
               10  WISP-RUL-LEN       PIC 9(4)  COMP-5.
               10  WISP-RUL-TYPE      PIC X.
               10  WISP-RUL-REQ       PIC X.
               10  WISP-RUL-VALUES    PIC X(40).
               10  WISP-RUL-FAIL      PIC X.
                   88  WISP-RUL-PASSES          VALUE SPACE.
                   88  WISP-RUL-BLANK           VALUE "B".
                   88  WISP-RUL-NOT-NUMERIC     VALUE "N".
                   88  WISP-RUL-NOT-LISTED      VALUE "L".
                   88  WISP-RUL-OUT-OF-RANGE    VALUE "R".
       01  WISP-FAIL-COUNT            PIC 9(4)  COMP-5.

      *    The .REJ records; REPAIRED is Y once a record passes.
       01  WISP-REJ-TOTAL             PIC 9(9)  COMP-5 VALUE ZERO.
       01  WISP-REJ-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-REJ-MAX               PIC 9(4)  VALUE 500.
       01  WISP-REJ-TABLE.
           05  WISP-REJ-ENTRY  OCCURS 500 TIMES.
               10  WISP-REJ-IMAGE     PIC X(256).
               10  WISP-REJ-REPAIRED  PIC X.
       01  WISP-REJ-CUR               PIC 9(4)  COMP-5.
       01  WISP-REJ-SCAN              PIC 9(4)  COMP-5.
       01  WISP-REJ-FOUND             PIC 9(4)  COMP-5.
       01  WISP-REPAIRED-COUNT        PIC 9(4)  COMP-5.
       01  WISP-LEFT-COUNT            PIC 9(9)  COMP-5.
       01  WISP-SKIP-COUNT            PIC 9(9)  COMP-5.
       01  WISP-BEFORE-IMAGE          PIC X(256).
       01  WISP-CHANGED-SWITCH        PIC X.
           88  WISP-RECORD-CHANGED              VALUE "Y".

      *    The paths -- the interface file's, and the three made
      *    from it.
       01  WISP-IN-NAME               PIC X(12).
       01  WISP-IN-PATH               PIC X(80).
       01  WISP-ARG-PATH              PIC X(60).
       01  WISP-PATH-SCAN             PIC 9(4)  COMP-5.
       01  WISP-PATH-LEN              PIC 9(4)  COMP-5.
       01  WISP-TOKEN-SWITCH          PIC X.
       01  WISP-REJ-PATH              PIC X(90).
       01  WISP-RSB-PATH              PIC X(90).
       01  WISP-RJW-PATH              PIC X(90).
       01  WISP-FILE-RC               PIC S9(9) COMP-5.

      *    One rule against the shown record.
       01  WISP-CHK-RECORD            PIC X(256).
       01  WISP-FIELD-VALUE           PIC X(256).
       01  WISP-VALUE-REST            PIC X(40).
       01  WISP-VALUE-ITEM            PIC X(40).
       01  WISP-VALUE-TEMP            PIC X(40).
       01  WISP-VALUE-MATCH-SWITCH    PIC X.
       COPY "wcodetab.cpy".
       01  WISP-CODE-RETURN           PIC 9.

      *    Audit and event work.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.
       01  WISP-AUD-VOL              PIC X(6)  VALUE "IFREJ".
       01  WISP-AUD-LIB              PIC X(8)  VALUE "WVALGATE".
       01  WISP-AUD-FILE             PIC X(8).
       01  WISP-AUD-RECKEY           PIC X(32).
       01  WISP-AUD-BEFORE           PIC X(256).
       01  WISP-AUD-AFTER            PIC X(256).
       01  WISP-ERRLOG-DETAIL        PIC X(80).

      *    Screen text work.
       01  WISP-NUM-DISP-1           PIC ZZZ9.
       01  WISP-NUM-DISP-2           PIC ZZZ9.
       01  WISP-NUM-DISP-3           PIC ZZZ9.
       01  WISP-START-DISP           PIC 9(4).
       01  WISP-LEN-DISP             PIC 9(3).
       01  WISP-REASON-TEXT          PIC X(12).
       01  WISP-RULE-FIRST           PIC 9(4)  COMP-5 VALUE 1.
       01  WISP-RULE-LAST            PIC 9(4)  COMP-5.
       01  WISP-RULE-PAGE-SIZE       PIC 9(4)  COMP-5 VALUE 12.
       01  WISP-SCREEN-ROW           PIC 9(4)  COMP-5.
       01  WISP-FLD-X                PIC 9(4)  COMP-5.
       01  WISP-FLD-COUNT            PIC 9(4)  COMP-5.
       01  WISP-FLD-MAP.
           05  WISP-FLD-ENTRY  OCCURS 12 TIMES.
               10  WISP-FLD-RULE      PIC 9(4)  COMP-5.
               10  WISP-FLD-LEN       PIC 9(4)  COMP-5.

      *    Repair screens, served by WMFNGETPARM.
       01  WISP-RFX-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-RFX-STATIC-TEXT.
           05  WISP-RFX-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-RFX-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-RFX-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-RFX-ROW       COMP-5 PIC XX.
               10  WISP-RFX-COL       COMP-5 PIC XX.
               10  WISP-RFX-LEN       COMP-5 PIC XX.
               10  WISP-RFX-FAC       PIC X COMP-X.
               10  WISP-RFX-DATA      PIC X(79).
               10  WISP-RFX-EDIT      PIC X.
               10  WISP-RFX-HELP      PIC X(8).
               10  WISP-RFX-AUTH      PIC 99.
               10  WISP-RFX-LKUP      PIC X(24).
       01  WISP-RFX-KEY-LIST.
           05  WISP-RFX-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-RFX-KEY-CNT          COMP-5 PIC XX.
       01  WISP-RFX-TERM-KEY         COMP-5 PIC XX.
       01  WISP-RFX-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-RFX-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-RFX-APP-NAME         PIC X(40) VALUE "WREJFIX".

       01  WISP-RFX-MESSAGE          PIC X(70).

       PROCEDURE DIVISION.

       0000-START.
           CALL "WBATDATE" USING "GET", WISP-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WISP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.
           MOVE SPACES TO WISP-RFX-MESSAGE.
           MOVE SPACES TO WISP-IN-NAME WISP-ARG-PATH.
           PERFORM 2000-REPAIR-CYCLE
               THRU 2000-REPAIR-CYCLE-EXIT
               UNTIL WISP-RFX-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** ONE INTERFACE -- FIND ITS REJECTS, REPAIR, WRITE THEM OUT
       2000-REPAIR-CYCLE.

           PERFORM 2100-SHOW-SELECT-SCREEN.
           IF WISP-RFX-TERM-KEY = 16
               GO TO 2000-REPAIR-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-RFX-MESSAGE.
           IF WISP-IN-NAME = SPACES
               MOVE "ENTER THE INTERFACE NAME." TO WISP-RFX-MESSAGE
               GO TO 2000-REPAIR-CYCLE-EXIT
           END-IF.

           MOVE "WVALGATE-FIX" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH REPAIRS."
                   TO WISP-RFX-MESSAGE
               GO TO 2000-REPAIR-CYCLE-EXIT
           END-IF.

           PERFORM 2200-LOAD-RULES
               THRU 2200-LOAD-RULES-EXIT.
           IF WISP-RULE-COUNT = ZERO
               MOVE "NO RULES FOR THAT INTERFACE IN WVALRULE.DAT."
                   TO WISP-RFX-MESSAGE
               GO TO 2000-REPAIR-CYCLE-EXIT
           END-IF.

           PERFORM 2300-RESOLVE-PATHS
               THRU 2300-RESOLVE-PATHS-EXIT.
           IF WISP-IN-PATH = SPACES
               MOVE "NO FILE PATH GIVEN AND NONE REGISTERED."
                   TO WISP-RFX-MESSAGE
               GO TO 2000-REPAIR-CYCLE-EXIT
           END-IF.

           PERFORM 2400-LOAD-REJECTS
               THRU 2400-LOAD-REJECTS-EXIT.
           IF WISP-REJ-FILE-STATUS NOT = "00"
                   AND WISP-REJ-FILE-STATUS NOT = "10"
               MOVE "THERE IS NO REJECT FILE FOR THAT INTERFACE."
                   TO WISP-RFX-MESSAGE
               GO TO 2000-REPAIR-CYCLE-EXIT
           END-IF.
           IF WISP-REJ-COUNT = ZERO
               MOVE "THE REJECT FILE IS EMPTY - NOTHING TO REPAIR."
                   TO WISP-RFX-MESSAGE
               GO TO 2000-REPAIR-CYCLE-EXIT
           END-IF.

           IF WISP-REJ-TOTAL > WISP-REJ-COUNT
               MOVE "ONLY THE FIRST 500 ARE SHOWN; THE REST ARE KEPT."
                   TO WISP-RFX-MESSAGE
           END-IF.
           MOVE 1 TO WISP-REJ-CUR WISP-RULE-FIRST.
           MOVE ZERO TO WISP-RFX-TERM-KEY.
           PERFORM 3000-REPAIR-RECORD
               THRU 3000-REPAIR-RECORD-EXIT
               UNTIL WISP-RFX-TERM-KEY = 16.
           MOVE ZERO TO WISP-RFX-TERM-KEY.

           PERFORM 5000-WRITE-REPAIRS
               THRU 5000-WRITE-REPAIRS-EXIT.

       2000-REPAIR-CYCLE-EXIT.
           EXIT.

       2100-SHOW-SELECT-SCREEN.

           MOVE SPACES TO WISP-RFX-STATIC-TEXT.
           MOVE "              WREJFIX - REJECTED RECORD REPAIR"
               TO WISP-RFX-TEXT-LINES(2).
           MOVE "  INTERFACE NAME..........:"
               TO WISP-RFX-TEXT-LINES(8).
           MOVE "  FILE PATH (BLANK = THE REGISTERED PATH, NEXT LINE):"
               TO WISP-RFX-TEXT-LINES(10).
           MOVE "  THE REJECTS ARE READ FROM <PATH>.REJ; REPAIRED"
               TO WISP-RFX-TEXT-LINES(14).
           MOVE "  RECORDS GO TO <PATH>.RSB, TO BE RUN BACK THROUGH"
               TO WISP-RFX-TEXT-LINES(15).
           MOVE "  WVALGATE."
               TO WISP-RFX-TEXT-LINES(16).
           MOVE "  PRESS (ENTER) TO START, PF16 TO EXIT."
               TO WISP-RFX-TEXT-LINES(18).
           MOVE WISP-RFX-MESSAGE TO WISP-RFX-TEXT-LINES(20).

           MOVE 2 TO WISP-RFX-FIELD-CNT.
           MOVE  8 TO WISP-RFX-ROW(1).
           MOVE 30 TO WISP-RFX-COL(1).
           MOVE 12 TO WISP-RFX-LEN(1).
           MOVE 128 TO WISP-RFX-FAC(1).
           MOVE WISP-IN-NAME TO WISP-RFX-DATA(1).
           MOVE "R" TO WISP-RFX-EDIT(1).
           MOVE SPACES TO WISP-RFX-HELP(1).
           MOVE ZERO TO WISP-RFX-AUTH (1).
           MOVE SPACES TO WISP-RFX-LKUP (1).
           MOVE 11 TO WISP-RFX-ROW(2).
           MOVE  3 TO WISP-RFX-COL(2).
           MOVE 60 TO WISP-RFX-LEN(2).
           MOVE 128 TO WISP-RFX-FAC(2).
           MOVE WISP-ARG-PATH TO WISP-RFX-DATA(2).
           MOVE SPACE TO WISP-RFX-EDIT(2).
           MOVE SPACES TO WISP-RFX-HELP(2).
           MOVE ZERO TO WISP-RFX-AUTH (2).
           MOVE SPACES TO WISP-RFX-LKUP (2).

           MOVE 2 TO WISP-RFX-KEY-CNT.
           MOVE 0 TO WISP-RFX-KEY-ITEM(1).
           MOVE 16 TO WISP-RFX-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-RFX-STATIC-TEXT,
               WISP-RFX-FIELD-CNT,
               WISP-RFX-FIELD-TABLE,
               WISP-RFX-KEY-LIST,
               WISP-RFX-KEY-CNT,
               WISP-RFX-TERM-KEY,
               WISP-RFX-PAGE-CNT,
               WISP-RFX-STATIC-TEXT-2,
               WISP-RFX-APP-NAME.

           MOVE WISP-RFX-DATA(1) (1:12) TO WISP-IN-NAME.
           MOVE WISP-RFX-DATA(2) (1:60) TO WISP-ARG-PATH.

      **** THE INTERFACE'S RULES FROM WVALRULE.DAT
       2200-LOAD-RULES.

           MOVE ZERO TO WISP-RULE-COUNT.
           MOVE "N" TO WISP-RULE-EOF-SWITCH.
           OPEN INPUT WVALRULE-FILE.
           IF WISP-RULE-FILE-STATUS NOT = "00"
               GO TO 2200-LOAD-RULES-EXIT
           END-IF.
           PERFORM UNTIL WISP-RULE-EOF
               READ WVALRULE-FILE
                   AT END
                       SET WISP-RULE-EOF TO TRUE
                   NOT AT END
                       IF WISP-VR-REC-NAME = WISP-IN-NAME
                               AND WISP-VR-REC-START IS NUMERIC
                               AND WISP-VR-REC-LEN IS NUMERIC
                               AND WISP-RULE-COUNT < WISP-RULE-MAX
                           ADD 1 TO WISP-RULE-COUNT
                           SET WISP-RUL-X TO WISP-RULE-COUNT
                           MOVE WISP-VR-REC-START
                               TO WISP-RUL-START (WISP-RUL-X)
                           MOVE WISP-VR-REC-LEN
                               TO WISP-RUL-LEN (WISP-RUL-X)
                           MOVE WISP-VR-REC-TYPE
                               TO WISP-RUL-TYPE (WISP-RUL-X)
                           MOVE WISP-VR-REC-REQ
                               TO WISP-RUL-REQ (WISP-RUL-X)
                           MOVE WISP-VR-REC-VALUES
                               TO WISP-RUL-VALUES (WISP-RUL-X)
                           IF WISP-RUL-VALUES (WISP-RUL-X) (1:1) = "-"
                               MOVE SPACES
                                   TO WISP-RUL-VALUES (WISP-RUL-X)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WVALRULE-FILE.

       2200-LOAD-RULES-EXIT.
           EXIT.

      **** THE FILE PATH AS WVALGATE FINDS IT, AND THE PATHS MADE
      **** FROM IT
       2300-RESOLVE-PATHS.

           MOVE SPACES TO WISP-IN-PATH.
           IF WISP-ARG-PATH NOT = SPACES
               MOVE WISP-ARG-PATH TO WISP-IN-PATH (1:60)
           ELSE
               MOVE "N" TO WISP-REG-EOF-SWITCH
               OPEN INPUT WIFREG-FILE
               IF WISP-REG-FILE-STATUS NOT = "00"
                   GO TO 2300-RESOLVE-PATHS-EXIT
               END-IF
               PERFORM UNTIL WISP-REG-EOF
                   READ WIFREG-FILE
                       AT END
                           SET WISP-REG-EOF TO TRUE
                       NOT AT END
                           IF WISP-REG-REC-NAME = WISP-IN-NAME
                               MOVE WISP-REG-REC-PATH
                                   TO WISP-IN-PATH (1:60)
                               SET WISP-REG-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WIFREG-FILE
           END-IF.
           IF WISP-IN-PATH = SPACES
               GO TO 2300-RESOLVE-PATHS-EXIT
           END-IF.

           MOVE "N" TO WISP-TOKEN-SWITCH.
           PERFORM VARYING WISP-PATH-SCAN FROM 1 BY 1
                   UNTIL WISP-PATH-SCAN > 80
                      OR WISP-TOKEN-SWITCH = "Y"
               IF WISP-IN-PATH (WISP-PATH-SCAN:1) = "&"
                   MOVE "Y" TO WISP-TOKEN-SWITCH
               END-IF
           END-PERFORM.
           IF WISP-TOKEN-SWITCH = "Y"
               CALL "WPATHSUB" USING WISP-IN-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

           MOVE ZERO TO WISP-PATH-LEN.
           PERFORM VARYING WISP-PATH-SCAN FROM 80 BY -1
                   UNTIL WISP-PATH-SCAN < 1
                      OR WISP-PATH-LEN > ZERO
               IF WISP-IN-PATH (WISP-PATH-SCAN:1) NOT = SPACE
                   MOVE WISP-PATH-SCAN TO WISP-PATH-LEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO WISP-REJ-PATH WISP-RSB-PATH WISP-RJW-PATH.
           STRING WISP-IN-PATH (1:WISP-PATH-LEN) DELIMITED BY SIZE
                  ".REJ"                         DELIMITED BY SIZE
                  INTO WISP-REJ-PATH
           END-STRING.
           STRING WISP-IN-PATH (1:WISP-PATH-LEN) DELIMITED BY SIZE
                  ".RSB"                         DELIMITED BY SIZE
                  INTO WISP-RSB-PATH
           END-STRING.
           STRING WISP-IN-PATH (1:WISP-PATH-LEN) DELIMITED BY SIZE
                  ".RJW"                         DELIMITED BY SIZE
                  INTO WISP-RJW-PATH
           END-STRING.

       2300-RESOLVE-PATHS-EXIT.
           EXIT.

      **** THE .REJ RECORDS INTO STORAGE -- THE FIRST 500, AND A
      **** COUNT OF ALL OF THEM
       2400-LOAD-REJECTS.

           MOVE ZERO TO WISP-REJ-COUNT WISP-REJ-TOTAL.
           MOVE "N" TO WISP-REJ-EOF-SWITCH.
           OPEN INPUT WISP-REJ-FILE.
           IF WISP-REJ-FILE-STATUS NOT = "00"
               GO TO 2400-LOAD-REJECTS-EXIT
           END-IF.
           PERFORM UNTIL WISP-REJ-EOF
               READ WISP-REJ-FILE
                   AT END
                       SET WISP-REJ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WISP-REJ-TOTAL
                       IF WISP-REJ-COUNT < WISP-REJ-MAX
                           ADD 1 TO WISP-REJ-COUNT
                           MOVE WISP-REJ-RECORD
                               TO WISP-REJ-IMAGE (WISP-REJ-COUNT)
                           MOVE "N"
                               TO WISP-REJ-REPAIRED (WISP-REJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WISP-REJ-FILE.

       2400-LOAD-REJECTS-EXIT.
           EXIT.

      **** ONE ROUND TRIP OF THE RECORD SCREEN AND THE KEY'S ACTION
       3000-REPAIR-RECORD.

           PERFORM 3100-SHOW-RECORD-SCREEN.
           MOVE SPACES TO WISP-RFX-MESSAGE.
           PERFORM 3200-TAKE-CORRECTIONS.

           EVALUATE WISP-RFX-TERM-KEY
               WHEN 0
                   IF WISP-REJ-REPAIRED (WISP-REJ-CUR) = "Y"
                       PERFORM 3300-NEXT-UNREPAIRED
                   ELSE
                       MOVE WISP-FAIL-COUNT TO WISP-NUM-DISP-1
                       STRING WISP-NUM-DISP-1 DELIMITED BY SIZE
                              " FIELD(S) STILL FAIL - SEE THE BLINKING"
                              " FIELDS."       DELIMITED BY SIZE
                              INTO WISP-RFX-MESSAGE
                       END-STRING
                   END-IF
               WHEN 4
                   IF WISP-REJ-CUR > 1
                       SUBTRACT 1 FROM WISP-REJ-CUR
                       MOVE 1 TO WISP-RULE-FIRST
                   ELSE
                       MOVE "THIS IS THE FIRST RECORD."
                           TO WISP-RFX-MESSAGE
                   END-IF
               WHEN 5
                   IF WISP-REJ-CUR < WISP-REJ-COUNT
                       ADD 1 TO WISP-REJ-CUR
                       MOVE 1 TO WISP-RULE-FIRST
                   ELSE
                       MOVE "THIS IS THE LAST RECORD."
                           TO WISP-RFX-MESSAGE
                   END-IF
               WHEN 7
                   IF WISP-RULE-FIRST > WISP-RULE-PAGE-SIZE
                       SUBTRACT WISP-RULE-PAGE-SIZE
                           FROM WISP-RULE-FIRST
                   ELSE
                       MOVE "THESE ARE THE FIRST RULES."
                           TO WISP-RFX-MESSAGE
                   END-IF
               WHEN 8
                   IF WISP-RULE-FIRST + WISP-RULE-PAGE-SIZE
                           NOT > WISP-RULE-COUNT
                       ADD WISP-RULE-PAGE-SIZE TO WISP-RULE-FIRST
                   ELSE
                       MOVE "THESE ARE THE LAST RULES."
                           TO WISP-RFX-MESSAGE
                   END-IF
           END-EVALUATE.

       3000-REPAIR-RECORD-EXIT.
           EXIT.

      *    Each rule on the page is a row: position, length, TYPE,
      *    REQ and the rule it fails, then its field -- blinking when
      *    it fails.  A rule outside the record has no field.
       3100-SHOW-RECORD-SCREEN.

           MOVE WISP-REJ-IMAGE (WISP-REJ-CUR) TO WISP-CHK-RECORD.
           PERFORM 7000-VALIDATE-RECORD.

           MOVE SPACES TO WISP-RFX-STATIC-TEXT.
           MOVE "              WREJFIX - REJECTED RECORD REPAIR"
               TO WISP-RFX-TEXT-LINES(2).
           MOVE WISP-REJ-CUR TO WISP-NUM-DISP-1.
           MOVE WISP-REJ-COUNT TO WISP-NUM-DISP-2.
           PERFORM 3400-COUNT-REPAIRED.
           MOVE WISP-REPAIRED-COUNT TO WISP-NUM-DISP-3.
           STRING "  INTERFACE " WISP-IN-NAME
                  "  RECORD " WISP-NUM-DISP-1 " OF " WISP-NUM-DISP-2
                  "  HELD FOR RESUBMISSION " WISP-NUM-DISP-3
                  DELIMITED BY SIZE
                  INTO WISP-RFX-TEXT-LINES(4)
           END-STRING.
           COMPUTE WISP-RULE-LAST =
               WISP-RULE-FIRST + WISP-RULE-PAGE-SIZE - 1.
           IF WISP-RULE-LAST > WISP-RULE-COUNT
               MOVE WISP-RULE-COUNT TO WISP-RULE-LAST
           END-IF.
           MOVE WISP-RULE-FIRST TO WISP-NUM-DISP-1.
           MOVE WISP-RULE-LAST TO WISP-NUM-DISP-2.
           MOVE WISP-RULE-COUNT TO WISP-NUM-DISP-3.
           STRING "  RULES " WISP-NUM-DISP-1 " -" WISP-NUM-DISP-2
                  " OF " WISP-NUM-DISP-3
                  DELIMITED BY SIZE
                  INTO WISP-RFX-TEXT-LINES(5)
           END-STRING.
           IF WISP-FAIL-COUNT = ZERO
               MOVE "THIS RECORD PASSES"
                   TO WISP-RFX-TEXT-LINES(5) (40:18)
           ELSE
               MOVE "THIS RECORD FAILS"
                   TO WISP-RFX-TEXT-LINES(5) (40:17)
           END-IF.
           MOVE "  AT   LEN T R FAILS ON     VALUE"
               TO WISP-RFX-TEXT-LINES(6).

           MOVE ZERO TO WISP-FLD-COUNT.
           MOVE 7 TO WISP-SCREEN-ROW.
           PERFORM VARYING WISP-RUL-X FROM WISP-RULE-FIRST BY 1
                   UNTIL WISP-RUL-X > WISP-RULE-LAST
               PERFORM 3500-SHOW-RULE-ROW
               ADD 1 TO WISP-SCREEN-ROW
           END-PERFORM.

           MOVE WISP-RFX-MESSAGE TO WISP-RFX-TEXT-LINES(20).
           MOVE "  (ENTER) APPLY AND CHECK  PF4/PF5 PREV/NEXT RECORD"
               TO WISP-RFX-TEXT-LINES(22).
           MOVE "  PF7/PF8 PREVIOUS/NEXT RULES   PF16 WRITE AND RETURN"
               TO WISP-RFX-TEXT-LINES(23).

           MOVE WISP-FLD-COUNT TO WISP-RFX-FIELD-CNT.

           MOVE 6 TO WISP-RFX-KEY-CNT.
           MOVE 0 TO WISP-RFX-KEY-ITEM(1).
           MOVE 4 TO WISP-RFX-KEY-ITEM(2).
           MOVE 5 TO WISP-RFX-KEY-ITEM(3).
           MOVE 7 TO WISP-RFX-KEY-ITEM(4).
           MOVE 8 TO WISP-RFX-KEY-ITEM(5).
           MOVE 16 TO WISP-RFX-KEY-ITEM(6).

           CALL "WMFNGETPARM" USING
               WISP-RFX-STATIC-TEXT,
               WISP-RFX-FIELD-CNT,
               WISP-RFX-FIELD-TABLE,
               WISP-RFX-KEY-LIST,
               WISP-RFX-KEY-CNT,
               WISP-RFX-TERM-KEY,
               WISP-RFX-PAGE-CNT,
               WISP-RFX-STATIC-TEXT-2,
               WISP-RFX-APP-NAME.

      *    The keyed values go back into the record; a record that
      *    changed is audited and checked again.  (ENTER) decides
      *    whether an unchanged record is held for resubmission.
       3200-TAKE-CORRECTIONS.

           MOVE WISP-REJ-IMAGE (WISP-REJ-CUR) TO WISP-BEFORE-IMAGE.
           PERFORM VARYING WISP-FLD-X FROM 1 BY 1
                   UNTIL WISP-FLD-X > WISP-FLD-COUNT
               SET WISP-RUL-X TO WISP-FLD-RULE (WISP-FLD-X)
               MOVE WISP-RFX-DATA (WISP-FLD-X)
                   (1:WISP-FLD-LEN (WISP-FLD-X))
                   TO WISP-REJ-IMAGE (WISP-REJ-CUR)
                   (WISP-RUL-START (WISP-RUL-X):
                    WISP-FLD-LEN (WISP-FLD-X))
           END-PERFORM.

           MOVE "N" TO WISP-CHANGED-SWITCH.
           IF WISP-REJ-IMAGE (WISP-REJ-CUR) NOT = WISP-BEFORE-IMAGE
               SET WISP-RECORD-CHANGED TO TRUE
               PERFORM 8100-AUDIT-CORRECTION
           END-IF.

           MOVE WISP-REJ-IMAGE (WISP-REJ-CUR) TO WISP-CHK-RECORD.
           PERFORM 7000-VALIDATE-RECORD.
           IF WISP-RFX-TERM-KEY = 0 OR WISP-RECORD-CHANGED
               IF WISP-FAIL-COUNT = ZERO
                   MOVE "Y" TO WISP-REJ-REPAIRED (WISP-REJ-CUR)
               ELSE
                   MOVE "N" TO WISP-REJ-REPAIRED (WISP-REJ-CUR)
               END-IF
           END-IF.

      *    After the record is held, the next one still waiting --
      *    searching on from the current record, then from the top.
       3300-NEXT-UNREPAIRED.

           MOVE ZERO TO WISP-REJ-FOUND.
           PERFORM VARYING WISP-REJ-SCAN FROM WISP-REJ-CUR BY 1
                   UNTIL WISP-REJ-SCAN > WISP-REJ-COUNT
                      OR WISP-REJ-FOUND > ZERO
               IF WISP-REJ-REPAIRED (WISP-REJ-SCAN) = "N"
                   MOVE WISP-REJ-SCAN TO WISP-REJ-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING WISP-REJ-SCAN FROM 1 BY 1
                   UNTIL WISP-REJ-SCAN > WISP-REJ-CUR
                      OR WISP-REJ-FOUND > ZERO
               IF WISP-REJ-REPAIRED (WISP-REJ-SCAN) = "N"
                   MOVE WISP-REJ-SCAN TO WISP-REJ-FOUND
               END-IF
           END-PERFORM.

           MOVE WISP-REJ-CUR TO WISP-NUM-DISP-1.
           IF WISP-REJ-FOUND = ZERO
               MOVE "EVERY RECORD NOW PASSES - PF16 WRITES THEM OUT."
                   TO WISP-RFX-MESSAGE
           ELSE
               STRING "RECORD " WISP-NUM-DISP-1
                      " PASSES - HELD FOR RESUBMISSION."
                      DELIMITED BY SIZE
                      INTO WISP-RFX-MESSAGE
               END-STRING
               MOVE WISP-REJ-FOUND TO WISP-REJ-CUR
               MOVE 1 TO WISP-RULE-FIRST
           END-IF.

       3400-COUNT-REPAIRED.
           MOVE ZERO TO WISP-REPAIRED-COUNT.
           PERFORM VARYING WISP-REJ-SCAN FROM 1 BY 1
                   UNTIL WISP-REJ-SCAN > WISP-REJ-COUNT
               IF WISP-REJ-REPAIRED (WISP-REJ-SCAN) = "Y"
                   ADD 1 TO WISP-REPAIRED-COUNT
               END-IF
           END-PERFORM.

       3500-SHOW-RULE-ROW.

           EVALUATE TRUE
               WHEN WISP-RUL-BLANK (WISP-RUL-X)
                   MOVE "BLANK" TO WISP-REASON-TEXT
               WHEN WISP-RUL-NOT-NUMERIC (WISP-RUL-X)
                   MOVE "NOT NUMERIC" TO WISP-REASON-TEXT
               WHEN WISP-RUL-NOT-LISTED (WISP-RUL-X)
                   MOVE "NOT IN LIST" TO WISP-REASON-TEXT
               WHEN WISP-RUL-OUT-OF-RANGE (WISP-RUL-X)
                   MOVE "OFF RECORD" TO WISP-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WISP-REASON-TEXT
           END-EVALUATE.
           MOVE WISP-RUL-START (WISP-RUL-X) TO WISP-START-DISP.
           MOVE WISP-RUL-LEN (WISP-RUL-X) TO WISP-LEN-DISP.
           STRING "  " WISP-START-DISP " " WISP-LEN-DISP " "
                  WISP-RUL-TYPE (WISP-RUL-X) " "
                  WISP-RUL-REQ (WISP-RUL-X) " "
                  WISP-REASON-TEXT
                  DELIMITED BY SIZE
                  INTO WISP-RFX-TEXT-LINES (WISP-SCREEN-ROW)
           END-STRING.
           IF WISP-RUL-OUT-OF-RANGE (WISP-RUL-X)
               CONTINUE
           ELSE
               ADD 1 TO WISP-FLD-COUNT
               SET WISP-FLD-RULE (WISP-FLD-COUNT) TO WISP-RUL-X
               MOVE WISP-RUL-LEN (WISP-RUL-X)
                   TO WISP-FLD-LEN (WISP-FLD-COUNT)
               IF WISP-FLD-LEN (WISP-FLD-COUNT) > 50
                   MOVE 50 TO WISP-FLD-LEN (WISP-FLD-COUNT)
               END-IF
               MOVE WISP-SCREEN-ROW TO WISP-RFX-ROW (WISP-FLD-COUNT)
               MOVE 30 TO WISP-RFX-COL (WISP-FLD-COUNT)
               MOVE WISP-FLD-LEN (WISP-FLD-COUNT)
                   TO WISP-RFX-LEN (WISP-FLD-COUNT)
               IF WISP-RUL-PASSES (WISP-RUL-X)
                   MOVE 128 TO WISP-RFX-FAC (WISP-FLD-COUNT)
               ELSE
                   MOVE 144 TO WISP-RFX-FAC (WISP-FLD-COUNT)
               END-IF
               MOVE SPACES TO WISP-RFX-DATA (WISP-FLD-COUNT)
               MOVE WISP-CHK-RECORD
                   (WISP-RUL-START (WISP-RUL-X):
                    WISP-FLD-LEN (WISP-FLD-COUNT))
                   TO WISP-RFX-DATA (WISP-FLD-COUNT)
                   (1:WISP-FLD-LEN (WISP-FLD-COUNT))
               MOVE SPACE TO WISP-RFX-EDIT (WISP-FLD-COUNT)
               MOVE SPACES TO WISP-RFX-HELP (WISP-FLD-COUNT)
               MOVE ZERO TO WISP-RFX-AUTH (WISP-FLD-COUNT)
               MOVE SPACES TO WISP-RFX-LKUP (WISP-FLD-COUNT)
           END-IF.

      **** PF16 -- HELD RECORDS TO .RSB, THE REST BACK TO .REJ
       5000-WRITE-REPAIRS.

           PERFORM 3400-COUNT-REPAIRED.
           IF WISP-REPAIRED-COUNT = ZERO
               MOVE "NO RECORD WAS REPAIRED - THE .REJ IS UNCHANGED."
                   TO WISP-RFX-MESSAGE
               GO TO 5000-WRITE-REPAIRS-EXIT
           END-IF.

           OPEN OUTPUT WISP-RJW-FILE.
           IF WISP-RJW-FILE-STATUS NOT = "00"
               MOVE "THE .RJW FILE COULD NOT BE WRITTEN - NONE MOVED."
                   TO WISP-RFX-MESSAGE
               GO TO 5000-WRITE-REPAIRS-EXIT
           END-IF.
           OPEN EXTEND WISP-RSB-FILE.
           IF WISP-RSB-FILE-STATUS = "35"
               OPEN OUTPUT WISP-RSB-FILE
           END-IF.
           IF WISP-RSB-FILE-STATUS NOT = "00"
               CLOSE WISP-RJW-FILE
               CALL "CBL_DELETE_FILE" USING WISP-RJW-PATH
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE "THE .RSB FILE COULD NOT BE WRITTEN - NONE MOVED."
                   TO WISP-RFX-MESSAGE
               GO TO 5000-WRITE-REPAIRS-EXIT
           END-IF.

           MOVE ZERO TO WISP-LEFT-COUNT.
           PERFORM VARYING WISP-REJ-SCAN FROM 1 BY 1
                   UNTIL WISP-REJ-SCAN > WISP-REJ-COUNT
               IF WISP-REJ-REPAIRED (WISP-REJ-SCAN) = "Y"
                   WRITE WISP-RSB-RECORD
                       FROM WISP-REJ-IMAGE (WISP-REJ-SCAN)
               ELSE
                   ADD 1 TO WISP-LEFT-COUNT
                   WRITE WISP-RJW-RECORD
                       FROM WISP-REJ-IMAGE (WISP-REJ-SCAN)
               END-IF
           END-PERFORM.
           CLOSE WISP-RSB-FILE.

      *    Past the first 500 the records are copied as they were.
           IF WISP-REJ-TOTAL > WISP-REJ-COUNT
               MOVE ZERO TO WISP-SKIP-COUNT
               MOVE "N" TO WISP-REJ-EOF-SWITCH
               OPEN INPUT WISP-REJ-FILE
               PERFORM UNTIL WISP-REJ-EOF
                   READ WISP-REJ-FILE
                       AT END
                           SET WISP-REJ-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WISP-SKIP-COUNT
                           IF WISP-SKIP-COUNT > WISP-REJ-COUNT
                               ADD 1 TO WISP-LEFT-COUNT
                               WRITE WISP-RJW-RECORD
                                   FROM WISP-REJ-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WISP-REJ-FILE
           END-IF.
           CLOSE WISP-RJW-FILE.

           CALL "CBL_DELETE_FILE" USING WISP-REJ-PATH
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WISP-RJW-PATH, WISP-REJ-PATH.
           MOVE RETURN-CODE TO WISP-FILE-RC.
           MOVE ZERO TO RETURN-CODE.

           MOVE WISP-REPAIRED-COUNT TO WISP-NUM-DISP-1.
           MOVE WISP-LEFT-COUNT TO WISP-NUM-DISP-2.
           MOVE SPACES TO WISP-ERRLOG-DETAIL.
           STRING "REJECTS REPAIRED NAME=" DELIMITED BY SIZE
                  WISP-IN-NAME DELIMITED BY SPACE
                  " RESUBMIT=" DELIMITED BY SIZE
                  WISP-NUM-DISP-1 DELIMITED BY SIZE
                  " STILL REJECTED=" DELIMITED BY SIZE
                  WISP-NUM-DISP-2 DELIMITED BY SIZE
                  INTO WISP-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WREJFIX",
               "5000-WRITE-REPAIRS", WISP-ERRLOG-DETAIL.

           IF WISP-FILE-RC NOT = ZERO
               MOVE "WRITTEN, BUT .REJ NOT REPLACED - .RJW HOLDS IT."
                   TO WISP-RFX-MESSAGE
           ELSE
               STRING WISP-NUM-DISP-1
                      " RECORD(S) TO .RSB FOR WVALGATE; "
                      WISP-NUM-DISP-2 " LEFT IN .REJ."
                      DELIMITED BY SIZE
                      INTO WISP-RFX-MESSAGE
               END-STRING
           END-IF.

       5000-WRITE-REPAIRS-EXIT.
           EXIT.

      **** THE RECORD AGAINST EVERY RULE, AS WVALGATE CHECKS IT
       7000-VALIDATE-RECORD.

           MOVE ZERO TO WISP-FAIL-COUNT.
           PERFORM VARYING WISP-RUL-X FROM 1 BY 1
                   UNTIL WISP-RUL-X > WISP-RULE-COUNT
               MOVE SPACE TO WISP-RUL-FAIL (WISP-RUL-X)
               PERFORM 7100-APPLY-ONE-RULE
                   THRU 7100-APPLY-ONE-RULE-EXIT
               IF NOT WISP-RUL-PASSES (WISP-RUL-X)
                       AND NOT WISP-RUL-OUT-OF-RANGE (WISP-RUL-X)
                   ADD 1 TO WISP-FAIL-COUNT
               END-IF
           END-PERFORM.

       7100-APPLY-ONE-RULE.

           IF WISP-RUL-START (WISP-RUL-X) = ZERO
                   OR WISP-RUL-LEN (WISP-RUL-X) = ZERO
                   OR WISP-RUL-START (WISP-RUL-X)
                      + WISP-RUL-LEN (WISP-RUL-X) > 257
               SET WISP-RUL-OUT-OF-RANGE (WISP-RUL-X) TO TRUE
               GO TO 7100-APPLY-ONE-RULE-EXIT
           END-IF.

           MOVE SPACES TO WISP-FIELD-VALUE.
           MOVE WISP-CHK-RECORD
               (WISP-RUL-START (WISP-RUL-X):WISP-RUL-LEN (WISP-RUL-X))
               TO WISP-FIELD-VALUE (1:WISP-RUL-LEN (WISP-RUL-X)).

           IF WISP-FIELD-VALUE = SPACES
               IF WISP-RUL-REQ (WISP-RUL-X) = "Y"
                   SET WISP-RUL-BLANK (WISP-RUL-X) TO TRUE
               END-IF
               GO TO 7100-APPLY-ONE-RULE-EXIT
           END-IF.

           IF WISP-RUL-TYPE (WISP-RUL-X) = "N" OR "A"
               IF WISP-FIELD-VALUE (1:WISP-RUL-LEN (WISP-RUL-X))
                       IS NOT NUMERIC
                   SET WISP-RUL-NOT-NUMERIC (WISP-RUL-X) TO TRUE
                   GO TO 7100-APPLY-ONE-RULE-EXIT
               END-IF
           END-IF.

           IF WISP-RUL-VALUES (WISP-RUL-X) NOT = SPACES
               PERFORM 7200-MATCH-ALLOWED-VALUES
               IF WISP-VALUE-MATCH-SWITCH = "N"
                   SET WISP-RUL-NOT-LISTED (WISP-RUL-X) TO TRUE
               END-IF
           END-IF.

       7100-APPLY-ONE-RULE-EXIT.
           EXIT.

       7200-MATCH-ALLOWED-VALUES.

           MOVE "N" TO WISP-VALUE-MATCH-SWITCH.
           MOVE WISP-RUL-VALUES (WISP-RUL-X) TO WISP-VALUE-REST.
           PERFORM UNTIL WISP-VALUE-REST = SPACES
                      OR WISP-VALUE-MATCH-SWITCH = "Y"
               MOVE SPACES TO WISP-VALUE-ITEM WISP-VALUE-TEMP
               UNSTRING WISP-VALUE-REST DELIMITED BY ","
                   INTO WISP-VALUE-ITEM, WISP-VALUE-TEMP
               END-UNSTRING
               MOVE WISP-VALUE-TEMP TO WISP-VALUE-REST
               IF WISP-VALUE-ITEM (1:1) = "@"
                   PERFORM 7300-MATCH-CODE-TABLE
                       THRU 7300-MATCH-CODE-TABLE-EXIT
               ELSE
                   IF WISP-VALUE-ITEM NOT = SPACES
                           AND WISP-VALUE-ITEM
                               = WISP-FIELD-VALUE (1:40)
                       MOVE "Y" TO WISP-VALUE-MATCH-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       7300-MATCH-CODE-TABLE.

           IF WISP-FIELD-VALUE (9:72) NOT = SPACES
               GO TO 7300-MATCH-CODE-TABLE-EXIT
           END-IF.
           MOVE SPACES TO WCODETAB-RECORD.
           MOVE WISP-VALUE-ITEM (2:8) TO CT-TABLE.
           MOVE WISP-FIELD-VALUE (1:8) TO CT-CODE.
           MOVE WISP-BUSINESS-DATE TO CT-FROM.
           MOVE ZERO TO CT-TO.
           CALL "WCODETAB" USING "VAL", WCODETAB-RECORD,
               WISP-CODE-RETURN
               ON EXCEPTION
                   MOVE 2 TO WISP-CODE-RETURN
           END-CALL.
           IF WISP-CODE-RETURN = ZERO
               MOVE "Y" TO WISP-VALUE-MATCH-SWITCH
           END-IF.

       7300-MATCH-CODE-TABLE-EXIT.
           EXIT.

      *    THE RECORD IS AUDITED UNDER THE INTERFACE NAME AND ITS
      *    NUMBER IN THE .REJ FILE; WCHGAUD STAMPS THE OPERATOR.
       8100-AUDIT-CORRECTION.
           MOVE WISP-IN-NAME (1:8) TO WISP-AUD-FILE.
           MOVE WISP-REJ-CUR TO WISP-NUM-DISP-1.
           MOVE SPACES TO WISP-AUD-RECKEY.
           STRING WISP-IN-NAME " REJ " WISP-NUM-DISP-1
                  DELIMITED BY SIZE
                  INTO WISP-AUD-RECKEY
           END-STRING.
           MOVE WISP-BEFORE-IMAGE TO WISP-AUD-BEFORE.
           MOVE WISP-REJ-IMAGE (WISP-REJ-CUR) TO WISP-AUD-AFTER.
           CALL "WCHGAUD" USING WISP-AUD-VOL, WISP-AUD-LIB,
               WISP-AUD-FILE, WISP-AUD-RECKEY, WISP-AUD-BEFORE,
               WISP-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

       9999-STOP.
           EXIT PROGRAM.
