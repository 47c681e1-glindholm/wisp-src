      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WPOSTRPT.
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
      *    WPOSTRPT reports what has been posted for which business
      *    dates, from the posting register WPOSTREG.DAT (layout in
      *    wpostreg.cpy, written through the WPOSTREG service):
      *
      *        WPOSTRPT [days]
      *
      *    Every posting key -- program, business date, entity and
      *    batch -- whose business date falls in the last "days" days
      *    is listed in business-date order with where it stands now:
      *    POSTED, with the completion date and time, the result
      *    status, the two counts and the amount the program stored
      *    through WCSETRES; BEGUN, a run that started and did not
      *    complete (it may be rerun); or REVERSED, with the reason
      *    the operator recorded.  The report goes to WPOSTRPT.RPT.
      *
      *    "days" is the command-line value, else WISPCFG POSTRPTDAYS,
      *    else 30, counted back from the WBATDATE business date.
      *    RETURN-CODE is 4 when any posting stands begun and not
      *    completed, or when the key table filled and the report is
      *    incomplete.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPOSTREG-FILE ASSIGN TO "WPOSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT WPOSTRPT-REPORT-FILE ASSIGN TO "WPOSTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WPOSTREG-FILE.
       01  WPOSTREG-FILE-RECORD       PIC X(188).

       FD  WPOSTRPT-REPORT-FILE.
       01  WPOSTRPT-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(16).

       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-BUSINESS-INTEGER        PIC 9(8)  COMP-5.

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).

       01  WS-RECENT-DAYS             PIC 9(5)  VALUE 30.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE
                                      PIC X(8).
       01  WS-WORK-INTEGER            PIC 9(8)  COMP-5.

       01  WS-REGISTER-FILE-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-REGISTER-EOF-SWITCH     PIC X     VALUE "N".
           88  WS-REGISTER-EOF                  VALUE "Y".

       COPY "wpostreg.cpy".

      *    Every key in the range and its last register line.
       01  WS-KEY-COUNT               PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-KEY-MAX                 PIC 9(4)  VALUE 3000.
       01  WS-KEY-TABLE.
           05  WS-KEY-LINE            PIC X(188)
                                      OCCURS 3000 TIMES
                                      INDEXED BY WS-KEY-X.
       01  WS-KEY-HIT                 PIC 9(4)  COMP-5.
       01  WS-KEY-FULL-SWITCH         PIC X     VALUE "N".
           88  WS-KEY-FULL                      VALUE "Y".

      *    Business-date order: date, program, entity, batch.
       01  WS-SORT-I                  PIC 9(4)  COMP-5.
       01  WS-SORT-J                  PIC 9(4)  COMP-5.
       01  WS-SORT-HOLD               PIC X(188).
       01  WS-SORT-KEY-I              PIC X(33).
       01  WS-SORT-KEY-J              PIC X(33).

       01  WS-POSTED-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-BEGUN-COUNT             PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-REVERSED-COUNT          PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-POSTED-AMOUNT           PIC S9(15)V99 VALUE ZERO.
       01  WS-LAST-BUS-DATE           PIC 9(8)  VALUE ZERO.
       01  WS-STATE-WORD              PIC X(9).

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-DAYS-DISP               PIC ZZ,ZZ9.
       01  WS-CNT-1-DISP              PIC -ZZZ,ZZZ,ZZ9.
       01  WS-CNT-2-DISP              PIC -ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISP             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISP              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WPOSTRPT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           MOVE "POSTRPTDAYS" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-RECENT-DAYS
           END-IF.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 NOT = SPACES
               MOVE WS-ARG-1 TO WS-CFG-VALUE
               CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER
                   ON EXCEPTION
                       MOVE ZERO TO WS-CFG-NUMBER
               END-CALL
               IF WS-CFG-NUMBER = ZERO
                   DISPLAY "WPOSTRPT: USAGE IS  WPOSTRPT [DAYS]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
               MOVE WS-CFG-NUMBER TO WS-RECENT-DAYS
           END-IF.

           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - WS-RECENT-DAYS.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).

           PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
           PERFORM SORT-KEYS.

           OPEN OUTPUT WPOSTRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WPOSTRPT - POSTING REGISTER BY BUSINESS DATE"
                  "  AS OF " WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM LIST-POSTINGS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISP.
           MOVE WS-POSTED-AMOUNT TO WS-TOTAL-DISP.
           STRING "POSTED                " WS-COUNT-DISP
                  "  AMOUNT " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BEGUN-COUNT TO WS-COUNT-DISP.
           STRING "BEGUN, NOT COMPLETED  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REVERSED-COUNT TO WS-COUNT-DISP.
           STRING "REVERSED              " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-KEY-FULL
               MOVE "KEY TABLE FULL -- THE LIST ABOVE IS INCOMPLETE."
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.
           CLOSE WPOSTRPT-REPORT-FILE.

           MOVE WS-POSTED-COUNT TO WS-COUNT-DISP.
           DISPLAY "WPOSTRPT: " WS-COUNT-DISP " POSTING(S) COMPLETE"
                   " -- SEE WPOSTRPT.RPT".
           IF WS-BEGUN-COUNT > ZERO
               MOVE WS-BEGUN-COUNT TO WS-COUNT-DISP
               DISPLAY "WPOSTRPT: " WS-COUNT-DISP " POSTING(S) BEGUN"
                       " AND NOT COMPLETED"
           END-IF.
           IF WS-BEGUN-COUNT > ZERO OR WS-KEY-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.

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

      ******************************************************************
      * THE REGISTER -- EACH KEY IN THE RANGE KEEPS ITS LAST LINE.
      *     (1:1) TYPE  (3:33) KEY, BUSINESS DATE AT (12:8)
      ******************************************************************

       LOAD-REGISTER.

           OPEN INPUT WPOSTREG-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               GO TO LOAD-REGISTER-EXIT
           END-IF.
           PERFORM UNTIL WS-REGISTER-EOF
               READ WPOSTREG-FILE
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF (WPOSTREG-FILE-RECORD (1:1) = "B"
                               OR "C" OR "V")
                               AND WPOSTREG-FILE-RECORD (12:8)
                                   IS NUMERIC
                               AND WPOSTREG-FILE-RECORD (12:8)
                                   NOT < WS-FROM-DATE-X
                           PERFORM TAKE-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPOSTREG-FILE.

       LOAD-REGISTER-EXIT.
           EXIT.

       TAKE-REGISTER-LINE.

           MOVE ZERO TO WS-KEY-HIT.
           PERFORM VARYING WS-KEY-X FROM 1 BY 1
                   UNTIL WS-KEY-X > WS-KEY-COUNT
                      OR WS-KEY-HIT > ZERO
               IF WS-KEY-LINE (WS-KEY-X) (3:33)
                       = WPOSTREG-FILE-RECORD (3:33)
                   SET WS-KEY-HIT TO WS-KEY-X
               END-IF
           END-PERFORM.
           IF WS-KEY-HIT = ZERO
               IF WS-KEY-COUNT < WS-KEY-MAX
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-KEY-HIT
               ELSE
                   SET WS-KEY-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-KEY-HIT > ZERO
               SET WS-KEY-X TO WS-KEY-HIT
               MOVE WPOSTREG-FILE-RECORD TO WS-KEY-LINE (WS-KEY-X)
           END-IF.

      ******************************************************************
      * BUSINESS DATE FIRST, THEN PROGRAM, ENTITY AND BATCH.
      ******************************************************************

       SORT-KEYS.

           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-KEY-COUNT
               MOVE WS-KEY-LINE (WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-HOLD (12:8) TO WS-SORT-KEY-I (1:8)
               MOVE WS-SORT-HOLD (3:9) TO WS-SORT-KEY-I (9:9)
               MOVE WS-SORT-HOLD (20:16) TO WS-SORT-KEY-I (18:16)
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               PERFORM SORT-SET-KEY-J
               PERFORM UNTIL WS-SORT-J = ZERO
                          OR WS-SORT-KEY-J NOT > WS-SORT-KEY-I
                   MOVE WS-KEY-LINE (WS-SORT-J)
                       TO WS-KEY-LINE (WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
                   PERFORM SORT-SET-KEY-J
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-KEY-LINE (WS-SORT-J + 1)
           END-PERFORM.

       SORT-SET-KEY-J.

           MOVE SPACES TO WS-SORT-KEY-J.
           IF WS-SORT-J > ZERO
               MOVE WS-KEY-LINE (WS-SORT-J) (12:8)
                   TO WS-SORT-KEY-J (1:8)
               MOVE WS-KEY-LINE (WS-SORT-J) (3:9)
                   TO WS-SORT-KEY-J (9:9)
               MOVE WS-KEY-LINE (WS-SORT-J) (20:16)
                   TO WS-SORT-KEY-J (18:16)
           END-IF.

      ******************************************************************
      * ONE LINE PER KEY, A BLANK LINE BETWEEN BUSINESS DATES.
      ******************************************************************

       LIST-POSTINGS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-RECENT-DAYS TO WS-DAYS-DISP.
           STRING "POSTINGS FOR BUSINESS DATES IN THE LAST "
                  WS-DAYS-DISP " DAYS (SINCE " WS-FROM-DATE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  BUS DATE PROGRAM  ENTY BATCH      STATE     "
                  "DONE     TIME  STAT      COUNT-1      COUNT-2"
                  "                AMOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-KEY-X FROM 1 BY 1
                   UNTIL WS-KEY-X > WS-KEY-COUNT
               PERFORM LIST-ONE-POSTING
           END-PERFORM.
           IF WS-KEY-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       LIST-ONE-POSTING.

           MOVE WS-KEY-LINE (WS-KEY-X) TO WPOSTREG-RECORD.
           IF PR-BUS-DATE NOT = WS-LAST-BUS-DATE
                   AND WS-LAST-BUS-DATE NOT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.
           MOVE PR-BUS-DATE TO WS-LAST-BUS-DATE.

           EVALUATE TRUE
               WHEN PR-COMPLETED
                   MOVE "POSTED" TO WS-STATE-WORD
                   ADD 1 TO WS-POSTED-COUNT
                   IF PR-AMOUNT IS NUMERIC
                       ADD PR-AMOUNT TO WS-POSTED-AMOUNT
                   END-IF
               WHEN PR-BEGUN
                   MOVE "BEGUN" TO WS-STATE-WORD
                   ADD 1 TO WS-BEGUN-COUNT
               WHEN OTHER
                   MOVE "REVERSED" TO WS-STATE-WORD
                   ADD 1 TO WS-REVERSED-COUNT
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF PR-BEGUN
               STRING "  " PR-BUS-DATE " " PR-PROGRAM " " PR-ENTITY
                      " " PR-BATCH " " WS-STATE-WORD " "
                      PR-DATE " " PR-TIME (1:2) ":" PR-TIME (3:2)
                      "  NOT COMPLETED -- RUN=" PR-RUN-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE PR-COUNT-1 TO WS-CNT-1-DISP
               MOVE PR-COUNT-2 TO WS-CNT-2-DISP
               MOVE PR-AMOUNT TO WS-AMOUNT-DISP
               STRING "  " PR-BUS-DATE " " PR-PROGRAM " " PR-ENTITY
                      " " PR-BATCH " " WS-STATE-WORD " "
                      PR-DATE " " PR-TIME (1:2) ":" PR-TIME (3:2)
                      " " PR-RES-STATUS " " WS-CNT-1-DISP
                      " " WS-CNT-2-DISP " " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM PUT-LINE.

           IF PR-REVERSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      REVERSED BY " PR-OPERATOR
                      " REASON: " PR-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.

       PUT-LINE.

           WRITE WPOSTRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
