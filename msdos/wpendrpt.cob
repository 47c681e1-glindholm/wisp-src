      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WPENDRPT.
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
      *    WPENDRPT is the daily maker/checker aging report, read
      *    from the pending-change queue WPENDCHG.DAT (layout in
      *    wpendchg.cpy).  It belongs in the morning stream.
      *
      *        WPENDRPT
      *
      *    Every change still waiting for a checker longer than
      *    WISPCFG PENDCHGAGE days (default 2) is listed to
      *    WPENDRPT.RPT with its file, record key, maker and age,
      *    followed by the count of everything waiting.  Ages are
      *    against the WBATDATE business date.
      *
      *    The queue is also housekept: approved and rejected items
      *    decided more than WISPCFG PENDCHGKEEP days ago (default
      *    90) are dropped from WPENDCHG.DAT, so the queue never
      *    fills with history -- the decision itself stays in the
      *    CHGAUDX change audit and WISPERR.LOG.  The count dropped
      *    is reported.
      *
      *    RETURN-CODE is 4 when any change is overdue, 8 when the
      *    queue is too big to housekeep (nothing is dropped then).
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPENDCHG-FILE ASSIGN TO "WPENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT WPENDRPT-REPORT-FILE ASSIGN TO "WPENDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WPENDCHG-FILE.
       01  WPENDCHG-FILE-RECORD       PIC X(1189).

       FD  WPENDRPT-REPORT-FILE.
       01  WPENDRPT-REPORT-RECORD     PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).

       01  WS-PEND-FILE-STATUS        PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-PEND-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-PEND-EOF                      VALUE "Y".

      *    The whole queue, in file order, for the housekeeping
      *    rewrite.
       01  WS-ITEM-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-ITEM-MAX                PIC 9(4)  VALUE 2000.
       01  WS-ITEM-OVERFLOW-SWITCH    PIC X     VALUE "N".
           88  WS-ITEM-OVERFLOW                 VALUE "Y".
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY           PIC X(1189)
                                      OCCURS 2000 TIMES
                                      INDEXED BY WS-ITM-X.
       01  WS-KEEP-SWITCH             PIC X.
           88  WS-KEEP-ITEM                     VALUE "Y".

       COPY "wpendchg.cpy".

       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-AGE-LIMIT               PIC 9(5)  VALUE 2.
       01  WS-KEEP-DAYS               PIC 9(5)  VALUE 90.
       01  WS-AGE-DAYS                PIC S9(8) COMP.
       01  WS-AGE-DISP                PIC ZZZ9.
       01  WS-ID-DISP                 PIC Z(7)9.

       01  WS-PENDING-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-OVERDUE-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-DROPPED-COUNT           PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WPENDRPT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           MOVE "PENDCHGAGE" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-AGE-LIMIT
           END-IF.
           MOVE "PENDCHGKEEP" TO WS-CFG-KEY.
           PERFORM GET-CONFIG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-KEEP-DAYS
           END-IF.

           PERFORM LOAD-PENDING-QUEUE
               THRU LOAD-PENDING-QUEUE-EXIT.

           OPEN OUTPUT WPENDRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WPENDRPT - CHANGES AWAITING APPROVAL  AS OF "
                  WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM LIST-OVERDUE-CHANGES.
           PERFORM DROP-OLD-DECISIONS
               THRU DROP-OLD-DECISIONS-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISP.
           STRING "CHANGES WAITING    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP.
           STRING "OVERDUE            " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ITEM-OVERFLOW
               STRING "DECISIONS DROPPED  NONE -- THE QUEUE IS OVER "
                      WS-ITEM-MAX " ITEMS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-DROPPED-COUNT TO WS-COUNT-DISP
               STRING "DECISIONS DROPPED  " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WPENDRPT-REPORT-FILE.

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP.
           DISPLAY "WPENDRPT: " WS-COUNT-DISP " OVERDUE CHANGE(S) -- "
                   "SEE WPENDRPT.RPT".
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ITEM-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE WHOLE QUEUE.
      ******************************************************************

       LOAD-PENDING-QUEUE.

           OPEN INPUT WPENDCHG-FILE.
           IF WS-PEND-FILE-STATUS NOT = "00"
               GO TO LOAD-PENDING-QUEUE-EXIT
           END-IF.
           PERFORM UNTIL WS-PEND-EOF
               READ WPENDCHG-FILE
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF WPENDCHG-FILE-RECORD NOT = SPACES
                           IF WS-ITEM-COUNT < WS-ITEM-MAX
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE WPENDCHG-FILE-RECORD
                                   TO WS-ITM-ENTRY (WS-ITEM-COUNT)
                           ELSE
                               SET WS-ITEM-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WPENDCHG-FILE.

       LOAD-PENDING-QUEUE-EXIT.
           EXIT.

      ******************************************************************
      * CHANGES WAITING LONGER THAN PENDCHGAGE DAYS.
      ******************************************************************

       LIST-OVERDUE-CHANGES.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-AGE-LIMIT TO WS-AGE-DISP.
           STRING "WAITING MORE THAN " WS-AGE-DISP " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "      ITEM VOL    LIB      FILE     RECORD KEY"
               TO WS-REPORT-LINE.
           MOVE "MAKER    MADE     TIME     DAYS"
               TO WS-REPORT-LINE (70:31).
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-ITM-X FROM 1 BY 1
                   UNTIL WS-ITM-X > WS-ITEM-COUNT
               MOVE WS-ITM-ENTRY (WS-ITM-X) TO WPENDCHG-RECORD
               IF PC-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE ZERO TO WS-AGE-DAYS
                   IF PC-MADE-DATE IS NUMERIC AND PC-MADE-DATE > ZERO
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                           - FUNCTION INTEGER-OF-DATE (PC-MADE-DATE)
                   END-IF
                   IF WS-AGE-DAYS > WS-AGE-LIMIT
                       PERFORM LIST-ONE-OVERDUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OVERDUE-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-ONE-OVERDUE.

           ADD 1 TO WS-OVERDUE-COUNT.
           IF WS-AGE-DAYS > 9999
               MOVE 9999 TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-DISP.
           MOVE PC-ITEM-ID TO WS-ID-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-ID-DISP " " PC-VOL " " PC-LIB " " PC-FILE
                  " " PC-RECKEY " " PC-MAKER " " PC-MADE-DATE " "
                  PC-MADE-TIME " " WS-AGE-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WPENDRPT-REPORT-RECORD FROM WS-REPORT-LINE.

      ******************************************************************
      * HOUSEKEEPING -- DECISIONS OLDER THAN PENDCHGKEEP DAYS LEAVE
      * THE QUEUE.  A QUEUE THE TABLE COULD NOT HOLD IS LEFT ALONE.
      ******************************************************************

       DROP-OLD-DECISIONS.

           IF WS-ITEM-OVERFLOW OR WS-ITEM-COUNT = ZERO
               GO TO DROP-OLD-DECISIONS-EXIT
           END-IF.

           PERFORM VARYING WS-ITM-X FROM 1 BY 1
                   UNTIL WS-ITM-X > WS-ITEM-COUNT
               PERFORM CHECK-KEEP-ITEM
               IF NOT WS-KEEP-ITEM
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-PERFORM.
           IF WS-DROPPED-COUNT = ZERO
               GO TO DROP-OLD-DECISIONS-EXIT
           END-IF.

           OPEN OUTPUT WPENDCHG-FILE.
           PERFORM VARYING WS-ITM-X FROM 1 BY 1
                   UNTIL WS-ITM-X > WS-ITEM-COUNT
               PERFORM CHECK-KEEP-ITEM
               IF WS-KEEP-ITEM
                   MOVE WS-ITM-ENTRY (WS-ITM-X) TO WPENDCHG-FILE-RECORD
                   WRITE WPENDCHG-FILE-RECORD
               END-IF
           END-PERFORM.
           CLOSE WPENDCHG-FILE.

       DROP-OLD-DECISIONS-EXIT.
           EXIT.

      *    THE ITEM AT WS-ITM-X STAYS UNLESS IT WAS DECIDED MORE THAN
      *    PENDCHGKEEP DAYS AGO.
       CHECK-KEEP-ITEM.

           MOVE WS-ITM-ENTRY (WS-ITM-X) TO WPENDCHG-RECORD.
           SET WS-KEEP-ITEM TO TRUE.
           IF (PC-APPROVED OR PC-REJECTED)
                   AND PC-DONE-DATE IS NUMERIC
                   AND PC-DONE-DATE > ZERO
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (PC-DONE-DATE)
               IF WS-AGE-DAYS > WS-KEEP-DAYS
                   MOVE "N" TO WS-KEEP-SWITCH
               END-IF
           END-IF.

       GET-CONFIG-NUMBER.

           MOVE SPACES TO WS-CFG-VALUE.
           MOVE ZERO TO WS-CFG-NUMBER.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER
               ON EXCEPTION CONTINUE
           END-CALL.

       STOP-RUN.

           STOP RUN.
