      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WSTKREC.
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
           08/02/91.
       DATE-COMPILED.
      *
      *    WSTKREC is the daily reconciliation of pre-printed
      *    negotiable stock (cheques, payment forms), from the ledger
      *    WSPOOLOP keeps in WNEGSTK.DAT:
      *
      *        WSTKREC [YYYYMMDD]
      *
      *    The date defaults to the business date.  For each form
      *    code WSTKREC.RPT shows, in serials:
      *
      *        OPENING   on hand at the start of the day
      *        RECEIVED  stock received during the day
      *        USED      serials confirmed against print jobs
      *        VOIDED    used serials spoiled by a reprint
      *        CLOSING   on hand at the end of the day
      *
      *    CLOSING = OPENING + RECEIVED - USED.  A void re-classes
      *    serials already counted as used -- the spoiled cheques
      *    must be produced for destruction, not found on the shelf.
      *    The day's ledger lines follow, with the job entry,
      *    operator and reason of each.
      *
      *    A bad date argument ends the run with RETURN-CODE 8; more
      *    form codes than the table holds with RETURN-CODE 4 (the
      *    forms past the limit are left off and noted).
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WNEGSTK-FILE ASSIGN TO "WNEGSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT WSTKREC-REPORT-FILE ASSIGN TO "WSTKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WNEGSTK-FILE.
       01  WNEGSTK-FILE-RECORD        PIC X(200).

       FD  WSTKREC-REPORT-FILE.
       01  WSTKREC-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       COPY "wnegstk.cpy".

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(20).
       01  WS-REPORT-DATE             PIC 9(8).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-LEDGER-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X.
           88  WS-EOF                           VALUE "Y".

      *    One row per form code met in the ledger up to the date.
       01  WS-FORM-MAX                PIC 9(4)  COMP-5 VALUE 100.
       01  WS-FORM-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-FORM-TABLE.
           05  WS-FORM-ENTRY  OCCURS 100 TIMES
                              INDEXED BY WS-FORM-X.
               10  WS-FORM-CODE       PIC X(4).
               10  WS-FORM-OPENING    PIC S9(9) COMP-5.
               10  WS-FORM-RECEIVED   PIC 9(9)  COMP-5.
               10  WS-FORM-USED       PIC 9(9)  COMP-5.
               10  WS-FORM-VOIDED     PIC 9(9)  COMP-5.
       01  WS-FORM-NUM                PIC 9(4)  COMP-5.
       01  WS-FORM-CUT-SWITCH         PIC X     VALUE "N".
           88  WS-FORMS-CUT                     VALUE "Y".

       01  WS-SERIAL-COUNT            PIC 9(9)  COMP-5.
       01  WS-CLOSING                 PIC S9(9) COMP-5.
       01  WS-LINES-LISTED            PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-TOTAL-OPENING           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-RECEIVED          PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-USED              PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-VOIDED            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-CLOSING           PIC S9(9) COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-AMOUNT-DISP-1           PIC ---,---,--9.
       01  WS-AMOUNT-DISP-2           PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISP-3           PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISP-4           PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISP-5           PIC ---,---,--9.
       01  WS-TIME-DISP               PIC X(6).
       01  WS-EVENT-DISP              PIC X(8).

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WSTKREC.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 = SPACES
               CALL "WBATDATE" USING "GET", WS-REPORT-DATE
                   ON EXCEPTION
                       ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               END-CALL
           ELSE
               IF WS-ARG-1 (1:8) IS NUMERIC
                       AND WS-ARG-1 (1:8) NOT = ZERO
                       AND WS-ARG-1 (9:) = SPACES
                   MOVE WS-ARG-1 (1:8) TO WS-REPORT-DATE
               ELSE
                   DISPLAY "WSTKREC: USAGE IS WSTKREC [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.
           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           PERFORM TALLY-THE-LEDGER
               THRU TALLY-THE-LEDGER-EXIT.
           PERFORM WRITE-RECONCILIATION-REPORT.

           MOVE WS-FORM-COUNT TO WS-AMOUNT-DISP-2.
           DISPLAY "WSTKREC: " WS-REPORT-DATE " FORMS "
                   WS-AMOUNT-DISP-2 " -- SEE WSTKREC.RPT".
           IF WS-FORMS-CUT
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * ONE PASS OVER WNEGSTK.DAT -- EVERYTHING BEFORE THE DATE GOES
      * TO THE OPENING BALANCE, THE DATE'S OWN LINES TO ITS COLUMNS,
      * AND ANYTHING LATER IS LEFT OUT.
      ******************************************************************

       TALLY-THE-LEDGER.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WNEGSTK-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               GO TO TALLY-THE-LEDGER-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WNEGSTK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WNEGSTK-FILE-RECORD (1:133)
                           TO WNEGSTK-RECORD
                       IF NS-DATE IS NUMERIC
                               AND NS-DATE NOT > WS-REPORT-DATE
                               AND NS-FIRST IS NUMERIC
                               AND NS-LAST IS NUMERIC
                               AND NS-LAST NOT < NS-FIRST
                           PERFORM FIND-FORM-ROW
                           IF WS-FORM-NUM > ZERO
                               PERFORM TALLY-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WNEGSTK-FILE.

       TALLY-THE-LEDGER-EXIT.
           EXIT.

      *    THE ROW FOR NS-FORM, ADDED WHEN NEW; ZERO WHEN THE TABLE
      *    IS FULL.
       FIND-FORM-ROW.

           MOVE ZERO TO WS-FORM-NUM.
           PERFORM VARYING WS-FORM-X FROM 1 BY 1
                   UNTIL WS-FORM-X > WS-FORM-COUNT
                      OR WS-FORM-NUM > ZERO
               IF WS-FORM-CODE (WS-FORM-X) = NS-FORM
                   SET WS-FORM-NUM TO WS-FORM-X
               END-IF
           END-PERFORM.
           IF WS-FORM-NUM = ZERO
               IF WS-FORM-COUNT < WS-FORM-MAX
                   ADD 1 TO WS-FORM-COUNT
                   MOVE WS-FORM-COUNT TO WS-FORM-NUM
                   MOVE NS-FORM TO WS-FORM-CODE (WS-FORM-NUM)
                   MOVE ZERO TO WS-FORM-OPENING (WS-FORM-NUM)
                                WS-FORM-RECEIVED (WS-FORM-NUM)
                                WS-FORM-USED (WS-FORM-NUM)
                                WS-FORM-VOIDED (WS-FORM-NUM)
               ELSE
                   SET WS-FORMS-CUT TO TRUE
               END-IF
           END-IF.

       TALLY-ONE-LINE.

           COMPUTE WS-SERIAL-COUNT = NS-LAST - NS-FIRST + 1.
           IF NS-DATE < WS-REPORT-DATE
               EVALUATE TRUE
                   WHEN NS-RECEIVED
                       ADD WS-SERIAL-COUNT
                           TO WS-FORM-OPENING (WS-FORM-NUM)
                   WHEN NS-USED
                       SUBTRACT WS-SERIAL-COUNT
                           FROM WS-FORM-OPENING (WS-FORM-NUM)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN NS-RECEIVED
                       ADD WS-SERIAL-COUNT
                           TO WS-FORM-RECEIVED (WS-FORM-NUM)
                   WHEN NS-USED
                       ADD WS-SERIAL-COUNT
                           TO WS-FORM-USED (WS-FORM-NUM)
                   WHEN NS-VOIDED
                       ADD WS-SERIAL-COUNT
                           TO WS-FORM-VOIDED (WS-FORM-NUM)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * WSTKREC.RPT.
      ******************************************************************

       WRITE-RECONCILIATION-REPORT.

           OPEN OUTPUT WSTKREC-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WSTKREC - NEGOTIABLE STOCK RECONCILIATION FOR "
                  WS-REPORT-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "FORM" TO WS-REPORT-LINE (3:4).
           MOVE "OPENING" TO WS-REPORT-LINE (14:7).
           MOVE "RECEIVED" TO WS-REPORT-LINE (25:8).
           MOVE "USED" TO WS-REPORT-LINE (41:4).
           MOVE "VOIDED" TO WS-REPORT-LINE (51:6).
           MOVE "CLOSING" TO WS-REPORT-LINE (62:7).
           WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-FORM-X FROM 1 BY 1
                   UNTIL WS-FORM-X > WS-FORM-COUNT
               COMPUTE WS-CLOSING = WS-FORM-OPENING (WS-FORM-X)
                   + WS-FORM-RECEIVED (WS-FORM-X)
                   - WS-FORM-USED (WS-FORM-X)
               ADD WS-FORM-OPENING (WS-FORM-X) TO WS-TOTAL-OPENING
               ADD WS-FORM-RECEIVED (WS-FORM-X) TO WS-TOTAL-RECEIVED
               ADD WS-FORM-USED (WS-FORM-X) TO WS-TOTAL-USED
               ADD WS-FORM-VOIDED (WS-FORM-X) TO WS-TOTAL-VOIDED
               ADD WS-CLOSING TO WS-TOTAL-CLOSING
               MOVE WS-FORM-OPENING (WS-FORM-X) TO WS-AMOUNT-DISP-1
               MOVE WS-FORM-RECEIVED (WS-FORM-X) TO WS-AMOUNT-DISP-2
               MOVE WS-FORM-USED (WS-FORM-X) TO WS-AMOUNT-DISP-3
               MOVE WS-FORM-VOIDED (WS-FORM-X) TO WS-AMOUNT-DISP-4
               MOVE WS-CLOSING TO WS-AMOUNT-DISP-5
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-FORM-CODE (WS-FORM-X) "  "
                      WS-AMOUNT-DISP-1 " " WS-AMOUNT-DISP-2 " "
                      WS-AMOUNT-DISP-3 " " WS-AMOUNT-DISP-4 " "
                      WS-AMOUNT-DISP-5
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           IF WS-FORM-COUNT = ZERO
               MOVE "  (NO NEGOTIABLE STOCK ON THE LEDGER)"
                   TO WS-REPORT-LINE
               WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE WS-TOTAL-OPENING TO WS-AMOUNT-DISP-1
               MOVE WS-TOTAL-RECEIVED TO WS-AMOUNT-DISP-2
               MOVE WS-TOTAL-USED TO WS-AMOUNT-DISP-3
               MOVE WS-TOTAL-VOIDED TO WS-AMOUNT-DISP-4
               MOVE WS-TOTAL-CLOSING TO WS-AMOUNT-DISP-5
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ALL   "
                      WS-AMOUNT-DISP-1 " " WS-AMOUNT-DISP-2 " "
                      WS-AMOUNT-DISP-3 " " WS-AMOUNT-DISP-4 " "
                      WS-AMOUNT-DISP-5
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-FORMS-CUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MORE THAN 100 FORM CODES ON THE LEDGER -- THE "
                      "REST ARE NOT SHOWN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    The day's ledger lines.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "LEDGER LINES FOR THE DAY" TO WS-REPORT-LINE.
           WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "FORM" TO WS-REPORT-LINE (3:4).
           MOVE "EVENT" TO WS-REPORT-LINE (8:5).
           MOVE "FIRST" TO WS-REPORT-LINE (17:5).
           MOVE "LAST" TO WS-REPORT-LINE (26:4).
           MOVE "ENTRY" TO WS-REPORT-LINE (35:5).
           MOVE "REPORT" TO WS-REPORT-LINE (42:6).
           MOVE "TIME" TO WS-REPORT-LINE (55:4).
           MOVE "OPERATOR" TO WS-REPORT-LINE (62:8).
           MOVE "REASON" TO WS-REPORT-LINE (71:6).
           WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM LIST-THE-DAY
               THRU LIST-THE-DAY-EXIT.

           CLOSE WSTKREC-REPORT-FILE.

       LIST-THE-DAY.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WNEGSTK-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               GO TO LIST-THE-DAY-DONE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ WNEGSTK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WNEGSTK-FILE-RECORD (1:133)
                           TO WNEGSTK-RECORD
                       IF NS-DATE IS NUMERIC
                               AND NS-DATE = WS-REPORT-DATE
                           PERFORM WRITE-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WNEGSTK-FILE.

       LIST-THE-DAY-DONE.
           IF WS-LINES-LISTED = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-THE-DAY-EXIT.
           EXIT.

       WRITE-LEDGER-LINE.

           ADD 1 TO WS-LINES-LISTED.
           EVALUATE TRUE
               WHEN NS-RECEIVED
                   MOVE "RECEIVED" TO WS-EVENT-DISP
               WHEN NS-USED
                   MOVE "USED" TO WS-EVENT-DISP
               WHEN NS-VOIDED
                   MOVE "VOIDED" TO WS-EVENT-DISP
               WHEN OTHER
                   MOVE NS-EVENT TO WS-EVENT-DISP
           END-EVALUATE.
           MOVE NS-TIME (1:6) TO WS-TIME-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " NS-FORM " " WS-EVENT-DISP " " NS-FIRST " "
                  NS-LAST " " NS-ENTRY " " NS-REPORT " "
                  WS-TIME-DISP " " NS-OPERATOR " " NS-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WSTKREC-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
