      *   the keyed notes with what the system already knows about
      *   the night: the streams run and their outcomes from
      *   WISPRUN.LOG, the business date's WISPERR.LOG entries,
      *   the locks still held in WENQLOCK.DAT, the HELD print
      *   queue entries, and the incidents in WINCIDNT.DAT not yet
      *   closed, whatever day they were opened -- so the day shift
      *   starts from a document, not a debrief.  Functions:
      *
      *       N  add the entered note        R  write the handover
      *                                         report
           SELECT WSPOOLQ-FILE ASSIGN TO "WSPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-QUEUE-FILE-STATUS.
           SELECT WINCIDNT-FILE ASSIGN TO "WINCIDNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-INC-FILE-STATUS.
           SELECT WSHIFT-REPORT-FILE ASSIGN TO "WSHIFT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-REPORT-FILE-STATUS.
           05  WISP-SQ-REC-REPORT     PIC X(12).
           05  FILLER                 PIC X(108).

       FD  WINCIDNT-FILE.
       01  WINCIDNT-FILE-RECORD       PIC X(156).

       FD  WSHIFT-REPORT-FILE.
       01  WSHIFT-REPORT-RECORD       PIC X(132).

       01  WISP-LOCK-FILE-STATUS      PIC XX.
       01  WISP-QUEUE-FILE-STATUS     PIC XX.
       01  WISP-REPORT-FILE-STATUS    PIC XX.
       01  WISP-INC-FILE-STATUS       PIC XX.
       01  WISP-SOURCE-EOF-SWITCH     PIC X.
           88  WISP-SOURCE-EOF                  VALUE "Y".

       01  WISP-SECTION-COUNT         PIC 9(6)  COMP-5.
       01  WISP-NQ-WAIT-TAG           PIC X(10).

      *    Incidents not yet closed, latest state applied.  A full
      *    table sheds its closed incidents to make room.
       COPY "wincid.cpy".
       01  WISP-INC-COUNT             PIC 9(4)  COMP-5.
       01  WISP-INC-MAX               PIC 9(4)  VALUE 500.
       01  WISP-INC-KEEP-X            PIC 9(4)  COMP-5.
       01  WISP-INC-TABLE.
           05  WISP-INC-ENTRY  OCCURS 500 TIMES
                               INDEXED BY WISP-INC-X.
               10  WISP-INC-T-ID      PIC 9(6).
               10  WISP-INC-T-STATUS  PIC X.
               10  WISP-INC-T-OPENED  PIC 9(8).
               10  WISP-INC-T-PROGRAM PIC X(12).
               10  WISP-INC-T-ASSIGNEE PIC X(8).
               10  WISP-INC-T-TITLE   PIC X(50).

      *    The note append goes through WLOGWRT -- retry on busy,
      *    never truncate, spill rather than lose.
       01  WISP-NOTE-LOG-NAME         PIC X(12) VALUE "WSHIFTLG.DAT".
           EXIT.

      **** R -- THE HANDOVER DOCUMENT: NOTES, STREAMS, ERRORS, LOCKS,
      **** AND HELD PRINT WORK, ALL FOR THE BUSINESS DATE, AND THE
      **** INCIDENTS STILL OPEN
       4000-WRITE-HANDOVER.

           CALL "WBATDATE" USING "GET", WISP-BUSINESS-DATE
               THRU 4400-REPORT-HELD-LOCKS-EXIT.
           PERFORM 4500-REPORT-HELD-PRINT
               THRU 4500-REPORT-HELD-PRINT-EXIT.
           PERFORM 4600-REPORT-OPEN-INCIDENTS
               THRU 4600-REPORT-OPEN-INCIDENTS-EXIT.

           CLOSE WSHIFT-REPORT-FILE.
           MOVE "HANDOVER REPORT WRITTEN TO WSHIFT.RPT."
       4500-REPORT-HELD-PRINT-EXIT.
           EXIT.

      *    EVERY INCIDENT NOT CLOSED, OPEN OR RESTORED, OF ANY DATE.
       4600-REPORT-OPEN-INCIDENTS.

           MOVE "INCIDENTS NOT YET CLOSED (FROM WINCIDNT.DAT)"
               TO WISP-REPORT-LINE.
           PERFORM 4050-WRITE-SECTION-HEADER.
           MOVE ZERO TO WISP-SECTION-COUNT WISP-INC-COUNT.
           MOVE "N" TO WISP-SOURCE-EOF-SWITCH.
           OPEN INPUT WINCIDNT-FILE.
           IF WISP-INC-FILE-STATUS NOT = "00"
               MOVE "  (NONE)" TO WISP-REPORT-LINE
               WRITE WSHIFT-REPORT-RECORD FROM WISP-REPORT-LINE
               GO TO 4600-REPORT-OPEN-INCIDENTS-EXIT
           END-IF.
           PERFORM UNTIL WISP-SOURCE-EOF
               READ WINCIDNT-FILE INTO WINCID-RECORD
                   AT END
                       SET WISP-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF IN-ID IS NUMERIC
                           PERFORM 4610-APPLY-INCIDENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WINCIDNT-FILE.

           PERFORM VARYING WISP-INC-X FROM 1 BY 1
                   UNTIL WISP-INC-X > WISP-INC-COUNT
               IF WISP-INC-T-STATUS (WISP-INC-X) NOT = "C"
                   ADD 1 TO WISP-SECTION-COUNT
                   MOVE SPACES TO WISP-REPORT-LINE
                   STRING "  INCIDENT " WISP-INC-T-ID (WISP-INC-X)
                          " " WISP-INC-T-STATUS (WISP-INC-X)
                          " OPENED " WISP-INC-T-OPENED (WISP-INC-X)
                          " " WISP-INC-T-PROGRAM (WISP-INC-X)
                          " " WISP-INC-T-ASSIGNEE (WISP-INC-X)
                          " " WISP-INC-T-TITLE (WISP-INC-X)
                          DELIMITED BY SIZE
                          INTO WISP-REPORT-LINE
                   END-STRING
                   WRITE WSHIFT-REPORT-RECORD FROM WISP-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WISP-SECTION-COUNT = ZERO
               MOVE "  (NONE)" TO WISP-REPORT-LINE
               WRITE WSHIFT-REPORT-RECORD FROM WISP-REPORT-LINE
           END-IF.

       4600-REPORT-OPEN-INCIDENTS-EXIT.
           EXIT.

      *    AN H LINE STARTS AN INCIDENT (STATUS O); AN S LINE CARRIES
      *    ITS LATEST STATUS AND ASSIGNEE.
       4610-APPLY-INCIDENT-LINE.

           IF IN-OPENED
               IF WISP-INC-COUNT NOT < WISP-INC-MAX
                   PERFORM 4620-SHED-CLOSED-INCIDENTS
               END-IF
               IF WISP-INC-COUNT < WISP-INC-MAX
                   ADD 1 TO WISP-INC-COUNT
                   SET WISP-INC-X TO WISP-INC-COUNT
                   MOVE IN-ID TO WISP-INC-T-ID (WISP-INC-X)
                   MOVE "O" TO WISP-INC-T-STATUS (WISP-INC-X)
                   MOVE IN-DATE TO WISP-INC-T-OPENED (WISP-INC-X)
                   MOVE IN-PROGRAM TO WISP-INC-T-PROGRAM (WISP-INC-X)
                   MOVE SPACES TO WISP-INC-T-ASSIGNEE (WISP-INC-X)
                   MOVE IN-TITLE TO WISP-INC-T-TITLE (WISP-INC-X)
               END-IF
           END-IF.
           IF IN-STATE
               PERFORM VARYING WISP-INC-X FROM 1 BY 1
                       UNTIL WISP-INC-X > WISP-INC-COUNT
                   IF WISP-INC-T-ID (WISP-INC-X) = IN-ID
                       MOVE IN-STATUS TO WISP-INC-T-STATUS (WISP-INC-X)
                       MOVE IN-ASSIGNEE
                           TO WISP-INC-T-ASSIGNEE (WISP-INC-X)
                   END-IF
               END-PERFORM
           END-IF.

       4620-SHED-CLOSED-INCIDENTS.

           MOVE ZERO TO WISP-INC-KEEP-X.
           PERFORM VARYING WISP-INC-X FROM 1 BY 1
                   UNTIL WISP-INC-X > WISP-INC-COUNT
               IF WISP-INC-T-STATUS (WISP-INC-X) NOT = "C"
                   ADD 1 TO WISP-INC-KEEP-X
                   MOVE WISP-INC-ENTRY (WISP-INC-X)
                       TO WISP-INC-ENTRY (WISP-INC-KEEP-X)
               END-IF
           END-PERFORM.
           MOVE WISP-INC-KEEP-X TO WISP-INC-COUNT.

       9999-STOP.
           EXIT PROGRAM.
