       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSCHDUE.
      ****************************************************************
      * WSCHDUE -- THE STANDING SCHEDULES, AND WHICH FALL DUE TODAY. *
      *                                                                *
      *           WSUBMIT QUEUES ONE-OFF REQUESTS, SO EVERY NIGHTLY,  *
      *           WEEKLY AND MONTH-END STREAM WAS SUBMITTED BY HAND   *
      *           FROM A LIST TAPED TO THE CONSOLE.  THE LIST NOW     *
      *           LIVES IN WSCHED.DAT AND IS READ HERE:               *
      *                                                                *
      *               CALL "WSCHDUE" USING WSCHED-DAY, RET            *
      *                                                                *
      *           SD-DATE NAMES THE DAY (ZERO = THE WBATDATE BUSINESS *
      *           DATE).  EVERY SCHEDULE COMES BACK IN THE TABLE      *
      *           (COPY "wsched"), THE ONES THAT FALL DUE ON THE DAY  *
      *           FLAGGED SD-DUE.                                     *
      *                                                                *
      *           WSD-RETURN: 0 = THE SCHEDULES WERE READ.            *
      *                       1 = THERE IS NO WSCHED.DAT.             *
      *                                                                *
      *           THE FILE IS WORD-DELIMITED LIKE WMENU.DAT (LINES    *
      *           STARTING "*" ARE COMMENTS):                         *
      *                                                                *
      *               id stream hhmm recurrence [from [to]]           *
      *                                                                *
      *           RECURRENCE IS DAILY, DAYS=MON,TUE,... (MON THRU     *
      *           SUN), CLASS=name (ANY WCALEND CLASS -- MONTHEND,    *
      *           QTREND, WEEKDAY, WHATEVER THE SITE FILES), OR       *
      *           BDAY=n, THE nTH BUSINESS DAY OF THE MONTH, A        *
      *           BUSINESS DAY BEING A WEEKDAY NOT IN CLASS HOLIDAY.  *
      *           FROM AND TO BOUND THE DATES THE SCHEDULE IS ACTIVE; *
      *           "*" OR NOTHING MEANS NO BOUND.                      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSD-SCHEDULE-FILE ASSIGN TO "WSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSD-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WSD-SCHEDULE-FILE.
       01  WSD-SCHEDULE-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WSD-FILE-STATUS           PIC XX.
       01  WSD-EOF-SWITCH            PIC X.
           88  WSD-EOF                         VALUE "Y".

      *    One schedule line, a word at a time.
       01  WSD-TEXT-PTR              PIC 9(4)  COMP.
       01  WSD-WORD-ID               PIC X(8).
       01  WSD-WORD-STREAM           PIC X(8).
       01  WSD-WORD-TIME             PIC X(4).
       01  WSD-WORD-TIME-N REDEFINES WSD-WORD-TIME.
           05  WSD-WORD-HH           PIC 99.
           05  WSD-WORD-MM           PIC 99.
       01  WSD-WORD-RECUR            PIC X(40).
       01  WSD-WORD-FROM             PIC X(8).
       01  WSD-WORD-TO               PIC X(8).
       01  WSD-LINE-OK-SWITCH        PIC X.
           88  WSD-LINE-OK                     VALUE "Y".

      *    DAYS=  -- the listed weekdays and their WCALEND classes.
       01  WSD-DAY-LIST.
           05  WSD-DAY-WORD          PIC X(3)  OCCURS 7 TIMES.
       01  WSD-DAY-NAMES.
           05  FILLER  PIC X(11) VALUE "MONMONDAY".
           05  FILLER  PIC X(11) VALUE "TUETUESDAY".
           05  FILLER  PIC X(11) VALUE "WEDWEDNESDA".
           05  FILLER  PIC X(11) VALUE "THUTHURSDAY".
           05  FILLER  PIC X(11) VALUE "FRIFRIDAY".
           05  FILLER  PIC X(11) VALUE "SATSATURDAY".
           05  FILLER  PIC X(11) VALUE "SUNSUNDAY".
       01  FILLER REDEFINES WSD-DAY-NAMES.
           05  WSD-DAY-ENTRY         OCCURS 7 TIMES.
               10  WSD-DAY-ABBREV    PIC X(3).
               10  WSD-DAY-CLASS     PIC X(8).
       01  WSD-DAY-X                 PIC 9(4)  COMP.
       01  WSD-NAME-X                PIC 9(4)  COMP.
       01  WSD-DAY-HIT               PIC 9(4)  COMP.
       01  WSD-DAY-COUNT             PIC 9(4)  COMP.

      *    BDAY=  -- counting the month's business days.
       01  WSD-BDAY-WANTED           PIC 99.
       01  WSD-BDAY-COUNT            PIC 99.
       01  WSD-SCAN-DATE             PIC 9(8).
       01  FILLER REDEFINES WSD-SCAN-DATE.
           05  FILLER                PIC 9(6).
           05  WSD-SCAN-DD           PIC 99.
       01  WSD-TARGET-DD             PIC 99.
       01  WSD-BUSINESS-SWITCH       PIC X.
           88  WSD-BUSINESS-DAY                VALUE "Y".

       01  WSD-CLASS                 PIC X(8).
       01  WSD-CAL-RETURN            PIC 9.
       01  WSD-X                     PIC 9(4)  COMP.

       LINKAGE SECTION.

       COPY "wsched.cpy".
       01  WSD-RETURN                PIC 9.

       PROCEDURE DIVISION USING WSCHED-DAY, WSD-RETURN.

       MAIN-WSCHDUE.

           MOVE ZERO TO WSD-RETURN.
           IF SD-DATE IS NOT NUMERIC OR SD-DATE = ZERO
               CALL "WBATDATE" USING "GET", SD-DATE
                   ON EXCEPTION
                       ACCEPT SD-DATE FROM DATE YYYYMMDD
               END-CALL
           END-IF.
           MOVE ZERO TO SD-SCHED-COUNT SD-DUE-COUNT SD-REJECT-COUNT.

           PERFORM LOAD-SCHEDULES THRU LOAD-SCHEDULES-EXIT.

           PERFORM VARYING WSD-X FROM 1 BY 1
                   UNTIL WSD-X > SD-SCHED-COUNT
               PERFORM TEST-ONE-SCHEDULE THRU TEST-ONE-SCHEDULE-EXIT
           END-PERFORM.

           EXIT PROGRAM.

      ****************************************************************
      * WSCHED.DAT INTO THE TABLE -- A LINE THAT DOES NOT READ IS    *
      * COUNTED AND LEFT OUT.                                        *
      ****************************************************************

       LOAD-SCHEDULES.

           MOVE "N" TO WSD-EOF-SWITCH.
           OPEN INPUT WSD-SCHEDULE-FILE.
           IF WSD-FILE-STATUS NOT = "00"
               MOVE 1 TO WSD-RETURN
               GO TO LOAD-SCHEDULES-EXIT
           END-IF.
           PERFORM UNTIL WSD-EOF
               READ WSD-SCHEDULE-FILE
                   AT END
                       SET WSD-EOF TO TRUE
                   NOT AT END
                       IF WSD-SCHEDULE-RECORD NOT = SPACES
                               AND WSD-SCHEDULE-RECORD (1:1) NOT = "*"
                           PERFORM TAKE-SCHEDULE-LINE
                               THRU TAKE-SCHEDULE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WSD-SCHEDULE-FILE.

       LOAD-SCHEDULES-EXIT.
           EXIT.

       TAKE-SCHEDULE-LINE.

           INSPECT WSD-SCHEDULE-RECORD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WSD-WORD-ID WSD-WORD-STREAM WSD-WORD-TIME
                          WSD-WORD-RECUR WSD-WORD-FROM WSD-WORD-TO.
           MOVE 1 TO WSD-TEXT-PTR.
           UNSTRING WSD-SCHEDULE-RECORD DELIMITED BY ALL " "
               INTO WSD-WORD-ID, WSD-WORD-STREAM, WSD-WORD-TIME,
                    WSD-WORD-RECUR, WSD-WORD-FROM, WSD-WORD-TO
               WITH POINTER WSD-TEXT-PTR
           END-UNSTRING.

           MOVE "Y" TO WSD-LINE-OK-SWITCH.
           IF WSD-WORD-ID = SPACES OR WSD-WORD-STREAM = SPACES
               MOVE "N" TO WSD-LINE-OK-SWITCH
           END-IF.
           IF WSD-WORD-TIME IS NOT NUMERIC
               MOVE "N" TO WSD-LINE-OK-SWITCH
           ELSE
               IF WSD-WORD-HH > 23 OR WSD-WORD-MM > 59
                   MOVE "N" TO WSD-LINE-OK-SWITCH
               END-IF
           END-IF.
           IF WSD-WORD-FROM NOT = SPACES AND WSD-WORD-FROM NOT = "*"
                   AND WSD-WORD-FROM IS NOT NUMERIC
               MOVE "N" TO WSD-LINE-OK-SWITCH
           END-IF.
           IF WSD-WORD-TO NOT = SPACES AND WSD-WORD-TO NOT = "*"
                   AND WSD-WORD-TO IS NOT NUMERIC
               MOVE "N" TO WSD-LINE-OK-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN WSD-WORD-RECUR = "DAILY"
                   CONTINUE
               WHEN WSD-WORD-RECUR (1:5) = "DAYS="
                   PERFORM SPLIT-DAY-LIST
                   IF WSD-DAY-COUNT = ZERO
                       MOVE "N" TO WSD-LINE-OK-SWITCH
                   END-IF
               WHEN WSD-WORD-RECUR (1:6) = "CLASS="
                   IF WSD-WORD-RECUR (7:8) = SPACES
                       MOVE "N" TO WSD-LINE-OK-SWITCH
                   END-IF
               WHEN WSD-WORD-RECUR (1:5) = "BDAY="
                   PERFORM GET-BDAY-WANTED
                   IF WSD-BDAY-WANTED = ZERO
                       MOVE "N" TO WSD-LINE-OK-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WSD-LINE-OK-SWITCH
           END-EVALUATE.

           IF NOT WSD-LINE-OK OR SD-SCHED-COUNT = 200
               ADD 1 TO SD-REJECT-COUNT
               GO TO TAKE-SCHEDULE-LINE-EXIT
           END-IF.

           ADD 1 TO SD-SCHED-COUNT.
           MOVE SD-SCHED-COUNT TO WSD-X.
           MOVE WSD-WORD-ID TO SD-SCHED-ID (WSD-X).
           MOVE WSD-WORD-STREAM TO SD-STREAM (WSD-X).
           MOVE WSD-WORD-TIME TO SD-TIME (WSD-X).
           MOVE WSD-WORD-RECUR TO SD-RECUR (WSD-X).
           IF WSD-WORD-FROM IS NUMERIC
               MOVE WSD-WORD-FROM TO SD-FROM-DATE (WSD-X)
           ELSE
               MOVE ZERO TO SD-FROM-DATE (WSD-X)
           END-IF.
           IF WSD-WORD-TO IS NUMERIC
               MOVE WSD-WORD-TO TO SD-TO-DATE (WSD-X)
           ELSE
               MOVE 99999999 TO SD-TO-DATE (WSD-X)
           END-IF.
           MOVE "N" TO SD-DUE (WSD-X).

       TAKE-SCHEDULE-LINE-EXIT.
           EXIT.

      *    DAYS=MON,WED,FRI -- every word must be a weekday.
       SPLIT-DAY-LIST.

           MOVE SPACES TO WSD-DAY-LIST.
           UNSTRING WSD-WORD-RECUR (6:35) DELIMITED BY "," OR " "
               INTO WSD-DAY-WORD (1), WSD-DAY-WORD (2),
                    WSD-DAY-WORD (3), WSD-DAY-WORD (4),
                    WSD-DAY-WORD (5), WSD-DAY-WORD (6),
                    WSD-DAY-WORD (7)
           END-UNSTRING.
           MOVE ZERO TO WSD-DAY-COUNT.
           PERFORM VARYING WSD-DAY-X FROM 1 BY 1
                   UNTIL WSD-DAY-X > 7
               IF WSD-DAY-WORD (WSD-DAY-X) NOT = SPACES
                   PERFORM FIND-DAY-NAME
                   IF WSD-DAY-HIT = ZERO
                       MOVE ZERO TO WSD-DAY-COUNT
                       MOVE 8 TO WSD-DAY-X
                   ELSE
                       ADD 1 TO WSD-DAY-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       FIND-DAY-NAME.

           MOVE ZERO TO WSD-DAY-HIT.
           PERFORM VARYING WSD-NAME-X FROM 1 BY 1
                   UNTIL WSD-NAME-X > 7 OR WSD-DAY-HIT > ZERO
               IF WSD-DAY-ABBREV (WSD-NAME-X)
                       = WSD-DAY-WORD (WSD-DAY-X)
                   MOVE WSD-NAME-X TO WSD-DAY-HIT
               END-IF
           END-PERFORM.

      *    BDAY=n -- one or two digits, 1 thru 23.
       GET-BDAY-WANTED.

           MOVE ZERO TO WSD-BDAY-WANTED.
           IF WSD-WORD-RECUR (6:1) IS NUMERIC
               IF WSD-WORD-RECUR (7:1) = SPACE
                   MOVE WSD-WORD-RECUR (6:1) TO WSD-BDAY-WANTED
               ELSE
                   IF WSD-WORD-RECUR (7:1) IS NUMERIC
                           AND WSD-WORD-RECUR (8:1) = SPACE
                       MOVE WSD-WORD-RECUR (6:2) TO WSD-BDAY-WANTED
                   END-IF
               END-IF
           END-IF.
           IF WSD-BDAY-WANTED > 23
               MOVE ZERO TO WSD-BDAY-WANTED
           END-IF.

      ****************************************************************
      * DOES SCHEDULE WSD-X FALL DUE ON SD-DATE.                     *
      ****************************************************************

       TEST-ONE-SCHEDULE.

           IF SD-DATE < SD-FROM-DATE (WSD-X)
                   OR SD-DATE > SD-TO-DATE (WSD-X)
               GO TO TEST-ONE-SCHEDULE-EXIT
           END-IF.

           MOVE SD-RECUR (WSD-X) TO WSD-WORD-RECUR.
           EVALUATE TRUE
               WHEN WSD-WORD-RECUR = "DAILY"
                   MOVE "Y" TO SD-DUE (WSD-X)
               WHEN WSD-WORD-RECUR (1:5) = "DAYS="
                   PERFORM SPLIT-DAY-LIST
                   PERFORM VARYING WSD-DAY-X FROM 1 BY 1
                           UNTIL WSD-DAY-X > 7
                              OR SD-IS-DUE (WSD-X)
                       IF WSD-DAY-WORD (WSD-DAY-X) NOT = SPACES
                           PERFORM FIND-DAY-NAME
                           MOVE WSD-DAY-CLASS (WSD-DAY-HIT)
                               TO WSD-CLASS
                           PERFORM TEST-CALENDAR-CLASS
                           IF WSD-CAL-RETURN = ZERO
                               MOVE "Y" TO SD-DUE (WSD-X)
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN WSD-WORD-RECUR (1:6) = "CLASS="
                   MOVE WSD-WORD-RECUR (7:8) TO WSD-CLASS
                   PERFORM TEST-CALENDAR-CLASS
                   IF WSD-CAL-RETURN = ZERO
                       MOVE "Y" TO SD-DUE (WSD-X)
                   END-IF
               WHEN WSD-WORD-RECUR (1:5) = "BDAY="
                   PERFORM GET-BDAY-WANTED
                   PERFORM TEST-BUSINESS-DAY-NUMBER
                       THRU TEST-BUSINESS-DAY-NUMBER-EXIT
           END-EVALUATE.

           IF SD-IS-DUE (WSD-X)
               ADD 1 TO SD-DUE-COUNT
           END-IF.

       TEST-ONE-SCHEDULE-EXIT.
           EXIT.

      *    SD-DATE must itself be a business day, and the nth of its
      *    month counting from the 1st.
       TEST-BUSINESS-DAY-NUMBER.

           MOVE SD-DATE TO WSD-SCAN-DATE.
           PERFORM TEST-SCAN-DATE-BUSINESS.
           IF NOT WSD-BUSINESS-DAY
               GO TO TEST-BUSINESS-DAY-NUMBER-EXIT
           END-IF.
           MOVE WSD-SCAN-DD TO WSD-TARGET-DD.
           MOVE ZERO TO WSD-BDAY-COUNT.
           PERFORM VARYING WSD-SCAN-DD FROM 1 BY 1
                   UNTIL WSD-SCAN-DD > WSD-TARGET-DD
               PERFORM TEST-SCAN-DATE-BUSINESS
               IF WSD-BUSINESS-DAY
                   ADD 1 TO WSD-BDAY-COUNT
               END-IF
           END-PERFORM.
           IF WSD-BDAY-COUNT = WSD-BDAY-WANTED
               MOVE "Y" TO SD-DUE (WSD-X)
           END-IF.

       TEST-BUSINESS-DAY-NUMBER-EXIT.
           EXIT.

       TEST-SCAN-DATE-BUSINESS.

           MOVE "N" TO WSD-BUSINESS-SWITCH.
           MOVE 1 TO WSD-CAL-RETURN.
           CALL "WCALEND" USING "TST", WSD-SCAN-DATE, "WEEKDAY ",
               WSD-CAL-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WSD-CAL-RETURN = ZERO
               MOVE 1 TO WSD-CAL-RETURN
               CALL "WCALEND" USING "TST", WSD-SCAN-DATE, "HOLIDAY ",
                   WSD-CAL-RETURN
                   ON EXCEPTION CONTINUE
               END-CALL
               IF WSD-CAL-RETURN NOT = ZERO
                   MOVE "Y" TO WSD-BUSINESS-SWITCH
               END-IF
           END-IF.

       TEST-CALENDAR-CLASS.

           MOVE 1 TO WSD-CAL-RETURN.
           CALL "WCALEND" USING "TST", SD-DATE, WSD-CLASS,
               WSD-CAL-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
