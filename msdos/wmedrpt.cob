      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WMEDRPT.
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
      *    WMEDRPT is the daily offsite media report, read from the
      *    media register WMEDIA.DAT (layout in wmedia.cpy).  It
      *    belongs in the morning stream, after the overnight WBACKUP.
      *
      *        WMEDRPT
      *
      *    Three lists go to WMEDRPT.RPT:
      *
      *        DUE BACK      volumes in the vault whose due date has
      *                      come -- the vault should have sent them.
      *        PAST RETAIN   volumes still holding a set (on site or
      *                      in the vault) whose retain date has gone
      *                      by -- free to be recalled and reused,
      *                      unless the set holds a copy of a file
      *                      under legal hold (WLEGHOLD, "SET"); such
      *                      a set is listed with its matter as one
      *                      to keep, and is not an exception.
      *        NO FULL SET   calendar month-ends, over the last twelve,
      *                      on which no FULL backup set was in the
      *                      vault.  A set counts for a month-end when
      *                      it went offsite on or before that day and
      *                      had not come back by it.  Month-ends
      *                      before the first set in the register are
      *                      not checked.
      *
      *    Only each volume's newest register line is its state; the
      *    older lines are the history the month-end check reads.
      *    Dates are against the WBATDATE business date.  RETURN-CODE
      *    is 4 when any of the three lists is not empty.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WMEDIA-FILE ASSIGN TO "WMEDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIA-FILE-STATUS.
           SELECT WMEDRPT-REPORT-FILE ASSIGN TO "WMEDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT WBAKCAT-FILE ASSIGN TO "WBAKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  WMEDIA-FILE.
       01  WMEDIA-FILE-RECORD         PIC X(84).

       FD  WMEDRPT-REPORT-FILE.
       01  WMEDRPT-REPORT-RECORD      PIC X(132).

       FD  WBAKCAT-FILE.
       01  WBAKCAT-RECORD.
           05  BC-REC-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  BC-REC-TIME            PIC 9(8).
           05  FILLER                 PIC X.
           05  BC-REC-TYPE            PIC X.
           05  FILLER                 PIC X.
           05  BC-REC-TRIPLE          PIC X(24).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  WS-RUN-ID                  PIC X(20).
       01  WS-BUSINESS-DATE           PIC 9(8).

       01  WS-MEDIA-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-CATALOG-FILE-STATUS     PIC XX.
       01  WS-CATALOG-EOF-SWITCH      PIC X.
           88  WS-CATALOG-EOF                   VALUE "Y".
       01  WS-MEDIA-EOF-SWITCH        PIC X     VALUE "N".
           88  WS-MEDIA-EOF                     VALUE "Y".

      *    The whole register, in file order.
       01  WS-LINE-COUNT              PIC 9(4)  COMP-5 VALUE ZERO.
       01  WS-LINE-MAX                PIC 9(4)  VALUE 3000.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY           PIC X(84)
                                      OCCURS 3000 TIMES
                                      INDEXED BY WS-LIN-X.
       01  WS-LATER-X                 PIC 9(4)  COMP-5.
       01  WS-NEWEST-SWITCH           PIC X.
           88  WS-LINE-IS-NEWEST                VALUE "Y".

       COPY "wmedia.cpy".
       01  WS-LATER-LABEL             PIC X(8).

      *    The month-ends to check, newest first.
       01  WS-EARLIEST-SET            PIC 9(8)  VALUE ZERO.
       01  WS-MONTH-END               PIC 9(8).
       01  FILLER REDEFINES WS-MONTH-END.
           05  WS-ME-YYYYMM           PIC 9(6).
           05  WS-ME-DD               PIC 99.
       01  WS-MONTH-END-INTEGER       PIC 9(8)  COMP-5.
       01  WS-MONTH-COUNT             PIC 99    COMP-5.
       01  WS-MONTH-MAX               PIC 99    VALUE 12.
       01  WS-COVER-SWITCH            PIC X.
           88  WS-MONTH-COVERED                 VALUE "Y".

       01  WS-DUE-COUNT               PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-RETAIN-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-HELD-SET-COUNT          PIC 9(9)  COMP-5 VALUE ZERO.

      *    The legal hold check on a set past retention.
       01  WS-HOLD-KEY                PIC X(20) VALUE SPACES.
       01  WS-HOLD-MATTER             PIC X(12).
       01  WS-UNCOVERED-COUNT         PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-TOTAL-PROBLEMS          PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WMEDRPT.

           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           PERFORM LOAD-MEDIA-REGISTER
               THRU LOAD-MEDIA-REGISTER-EXIT.

           OPEN OUTPUT WMEDRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WMEDRPT - OFFSITE MEDIA REPORT  AS OF "
                  WS-BUSINESS-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM LIST-MEDIA-DUE-BACK.
           PERFORM LIST-SETS-PAST-RETAIN.
           PERFORM LIST-MONTH-ENDS-UNCOVERED.

           COMPUTE WS-TOTAL-PROBLEMS = WS-DUE-COUNT + WS-RETAIN-COUNT
                                     + WS-UNCOVERED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP.
           STRING "REGISTER LINES     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOTAL-PROBLEMS TO WS-COUNT-DISP.
           STRING "EXCEPTIONS         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WMEDRPT-REPORT-FILE.

           MOVE WS-TOTAL-PROBLEMS TO WS-COUNT-DISP.
           DISPLAY "WMEDRPT: " WS-COUNT-DISP " EXCEPTION(S) -- "
                   "SEE WMEDRPT.RPT".
           IF WS-TOTAL-PROBLEMS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE REGISTER, AND THE FIRST SET DATE IN IT.
      ******************************************************************

       LOAD-MEDIA-REGISTER.

           OPEN INPUT WMEDIA-FILE.
           IF WS-MEDIA-FILE-STATUS NOT = "00"
               GO TO LOAD-MEDIA-REGISTER-EXIT
           END-IF.
           PERFORM UNTIL WS-MEDIA-EOF
               READ WMEDIA-FILE
                   AT END
                       SET WS-MEDIA-EOF TO TRUE
                   NOT AT END
                       IF WMEDIA-FILE-RECORD NOT = SPACES
                               AND WS-LINE-COUNT < WS-LINE-MAX
                           ADD 1 TO WS-LINE-COUNT
                           MOVE WMEDIA-FILE-RECORD
                               TO WS-LIN-ENTRY (WS-LINE-COUNT)
                           MOVE WMEDIA-FILE-RECORD TO WMEDIA-RECORD
                           IF MD-SET-DATE > ZERO
                                   AND (WS-EARLIEST-SET = ZERO
                                    OR MD-SET-DATE < WS-EARLIEST-SET)
                               MOVE MD-SET-DATE TO WS-EARLIEST-SET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WMEDIA-FILE.

       LOAD-MEDIA-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * IS THE LINE AT WS-LIN-X ITS VOLUME'S NEWEST?
      ******************************************************************

       CHECK-NEWEST-LINE.

           MOVE WS-LIN-ENTRY (WS-LIN-X) TO WMEDIA-RECORD.
           SET WS-LINE-IS-NEWEST TO TRUE.
           SET WS-LATER-X TO WS-LIN-X.
           ADD 1 TO WS-LATER-X.
           PERFORM UNTIL WS-LATER-X > WS-LINE-COUNT
                      OR NOT WS-LINE-IS-NEWEST
               MOVE WS-LIN-ENTRY (WS-LATER-X) (1:8) TO WS-LATER-LABEL
               IF WS-LATER-LABEL = MD-LABEL
                   MOVE "N" TO WS-NEWEST-SWITCH
               END-IF
               ADD 1 TO WS-LATER-X
           END-PERFORM.

      ******************************************************************
      * VOLUMES THE VAULT SHOULD HAVE SENT BACK BY NOW.
      ******************************************************************

       LIST-MEDIA-DUE-BACK.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "MEDIA DUE BACK FROM THE VAULT" TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "  LABEL    SET DATE SET TIME T SENT     DUE"
               TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-LIN-X FROM 1 BY 1
                   UNTIL WS-LIN-X > WS-LINE-COUNT
               PERFORM CHECK-NEWEST-LINE
               IF WS-LINE-IS-NEWEST AND MD-IN-VAULT
                       AND MD-DUE-DATE > ZERO
                       AND MD-DUE-DATE NOT > WS-BUSINESS-DATE
                   ADD 1 TO WS-DUE-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " MD-LABEL " " MD-SET-DATE " "
                          MD-SET-TIME " " MD-SET-TYPE " "
                          MD-DISPATCH-DATE " " MD-DUE-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-DUE-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      ******************************************************************
      * VOLUMES STILL HOLDING A SET WHOSE RETAIN DATE HAS GONE BY.
      ******************************************************************

       LIST-SETS-PAST-RETAIN.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "SETS PAST RETENTION" TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "  LABEL    SET DATE SET TIME T S RETAIN   WHERE"
               TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM VARYING WS-LIN-X FROM 1 BY 1
                   UNTIL WS-LIN-X > WS-LINE-COUNT
               PERFORM CHECK-NEWEST-LINE
               IF WS-LINE-IS-NEWEST
                       AND (MD-ASSIGNED OR MD-IN-VAULT)
                       AND MD-RETAIN-DATE > ZERO
                       AND MD-RETAIN-DATE < WS-BUSINESS-DATE
                   PERFORM CHECK-SET-LEGAL-HOLD
                       THRU CHECK-SET-LEGAL-HOLD-EXIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " MD-LABEL " " MD-SET-DATE " "
                          MD-SET-TIME " " MD-SET-TYPE " "
                          MD-STATUS " " MD-RETAIN-DATE " "
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   EVALUATE TRUE
                       WHEN WS-HOLD-MATTER NOT = SPACES
                           ADD 1 TO WS-HELD-SET-COUNT
                           STRING "LEGAL HOLD " WS-HOLD-MATTER
                                  " -- KEEP"
                               DELIMITED BY SIZE
                               INTO WS-REPORT-LINE (43:)
                           END-STRING
                       WHEN MD-IN-VAULT
                           ADD 1 TO WS-RETAIN-COUNT
                           MOVE "IN VAULT -- RECALL"
                               TO WS-REPORT-LINE (43:)
                       WHEN OTHER
                           ADD 1 TO WS-RETAIN-COUNT
                           MOVE "ON SITE -- REUSE"
                               TO WS-REPORT-LINE (43:)
                   END-EVALUATE
                   WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-RETAIN-COUNT = ZERO AND WS-HELD-SET-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    Does any catalog line of the set in WMEDIA-RECORD copy a
      *    file a legal hold covers?
       CHECK-SET-LEGAL-HOLD.

           MOVE SPACES TO WS-HOLD-MATTER.
           MOVE "N" TO WS-CATALOG-EOF-SWITCH.
           OPEN INPUT WBAKCAT-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               GO TO CHECK-SET-LEGAL-HOLD-EXIT
           END-IF.
           PERFORM UNTIL WS-CATALOG-EOF
                      OR WS-HOLD-MATTER NOT = SPACES
               READ WBAKCAT-FILE
                   AT END
                       SET WS-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF BC-REC-DATE IS NUMERIC
                               AND BC-REC-TIME IS NUMERIC
                               AND BC-REC-DATE = MD-SET-DATE
                               AND BC-REC-TIME = MD-SET-TIME
                           CALL "WLEGHOLD" USING "SET", BC-REC-TRIPLE,
                               MD-SET-DATE, WS-HOLD-KEY, WS-HOLD-MATTER
                               ON EXCEPTION
                                   MOVE SPACES TO WS-HOLD-MATTER
                           END-CALL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WBAKCAT-FILE.

       CHECK-SET-LEGAL-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * MONTH-ENDS WITH NO FULL SET IN THE VAULT.
      ******************************************************************

       LIST-MONTH-ENDS-UNCOVERED.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "MONTH-ENDS WITH NO FULL SET OFFSITE" TO WS-REPORT-LINE.
           WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE WS-BUSINESS-DATE TO WS-MONTH-END.
           MOVE ZERO TO WS-MONTH-COUNT.
           PERFORM UNTIL WS-MONTH-COUNT NOT < WS-MONTH-MAX
               MOVE 1 TO WS-ME-DD
               COMPUTE WS-MONTH-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-MONTH-END) - 1
               COMPUTE WS-MONTH-END =
                   FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INTEGER)
               IF WS-EARLIEST-SET = ZERO
                       OR WS-MONTH-END < WS-EARLIEST-SET
                   MOVE WS-MONTH-MAX TO WS-MONTH-COUNT
               ELSE
                   ADD 1 TO WS-MONTH-COUNT
                   PERFORM CHECK-MONTH-END-COVERED
                   IF NOT WS-MONTH-COVERED
                       ADD 1 TO WS-UNCOVERED-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  " WS-MONTH-END
                              "  NO FULL SET WAS IN THE VAULT"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-UNCOVERED-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WMEDRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CHECK-MONTH-END-COVERED.

           MOVE "N" TO WS-COVER-SWITCH.
           PERFORM VARYING WS-LIN-X FROM 1 BY 1
                   UNTIL WS-LIN-X > WS-LINE-COUNT
                      OR WS-MONTH-COVERED
               MOVE WS-LIN-ENTRY (WS-LIN-X) TO WMEDIA-RECORD
               IF MD-SET-TYPE = "F"
                       AND MD-DISPATCH-DATE > ZERO
                       AND MD-DISPATCH-DATE NOT > WS-MONTH-END
                       AND (MD-RETURN-DATE = ZERO
                        OR MD-RETURN-DATE > WS-MONTH-END)
                   SET WS-MONTH-COVERED TO TRUE
               END-IF
           END-PERFORM.

       STOP-RUN.

           STOP RUN.
