       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINCLOG.
      ****************************************************************
      * WINCLOG -- THE INCIDENT LOG WRITER.                           *
      *                                                                *
      *           THE STORY OF AN INCIDENT -- WHO WAS CALLED, WHAT    *
      *           WAS DONE, THE ROOT CAUSE, WHEN IT WAS FIXED --      *
      *           LIVED IN EMAIL AND WSHIFT NOTES.  IT NOW LIVES IN   *
      *           WINCIDNT.DAT (COPY "wincid"), AND EVERY WRITER      *
      *           GOES THROUGH HERE:                                  *
      *                                                                *
      *               CALL "WINCLOG" USING FUNC, WINCID-RECORD, RET   *
      *                                                                *
      *           WIC-FUNC "OPEN" - A NEW INCIDENT.  THE CALLER SETS  *
      *                      IN-SOURCE, IN-PROGRAM AND IN-TITLE; THE  *
      *                      NEXT NUMBER IS TAKEN AND THE H LINE AND  *
      *                      A FIRST S LINE (OPEN, UNASSIGNED) ARE    *
      *                      WRITTEN.  IN-ID COMES BACK SET.          *
      *                    "ADD " - ONE MORE LINE FOR INCIDENT IN-ID: *
      *                      THE CALLER SETS IN-TYPE AND ITS BODY.    *
      *                      AN S LINE GETS ITS RESTORED STAMP HERE   *
      *                      -- NOW, THE FIRST TIME THE INCIDENT      *
      *                      LEAVES OPEN, CARRIED FORWARD AFTER.      *
      *                    "ALRT" - A CRITICAL ALERT.  THE CALLER     *
      *                      SETS THE IN-LINK-BODY OF THE EVENT; IT   *
      *                      IS LINKED TO THE PROGRAM'S ALERT-OPENED  *
      *                      INCIDENT STILL OPEN, OR A NEW ONE IS     *
      *                      OPENED FOR IT, SO A STORM OF ONE FAULT   *
      *                      IS ONE INCIDENT.  IN-ID COMES BACK SET.  *
      *           WIC-RETURN: 0 = DONE.                               *
      *                       1 = ADD - NO SUCH INCIDENT.             *
      *                       2 = ALRT - A NEW INCIDENT WAS OPENED.   *
      *                                                                *
      *           EVERY LINE IS STAMPED WITH THE BUSINESS DATE, THE   *
      *           TIME, AND THE CALLER'S IN-OPERATOR (THE SESSION'S   *
      *           WISPOPERID WHEN BLANK), AND APPENDED THROUGH        *
      *           WLOGWRT -- RETRY ON BUSY, NEVER TRUNCATE.  NOTHING  *
      *           IS EVER REWRITTEN, SO THE LOG IS ITS OWN HISTORY.   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIC-INCIDENT-FILE ASSIGN TO "WINCIDNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WIC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WIC-INCIDENT-FILE.
       01  WIC-FILE-RECORD.
           05  WIC-FR-ID             PIC 9(6).
           05  FILLER                PIC X.
           05  WIC-FR-TYPE           PIC X.
           05  FILLER                PIC X(28).
           05  WIC-FR-SOURCE         PIC X.
           05  FILLER                PIC X.
           05  WIC-FR-PROGRAM        PIC X(12).
           05  FILLER                PIC X(106).
       01  WIC-FILE-STATE-RECORD.
           05  FILLER                PIC X(36).
           05  WIC-FR-STATUS         PIC X.
           05  FILLER                PIC X(19).
           05  WIC-FR-RESTORED-DATE  PIC 9(8).
           05  FILLER                PIC X.
           05  WIC-FR-RESTORED-TIME  PIC 9(8).
           05  FILLER                PIC X(83).

       WORKING-STORAGE SECTION.

       01  WIC-FILE-STATUS           PIC XX.
       01  WIC-EOF-SWITCH            PIC X.
           88  WIC-EOF                         VALUE "Y".
       01  WIC-FOUND-SWITCH          PIC X.
           88  WIC-FOUND                       VALUE "Y".
       01  WIC-HIGH-ID               PIC 9(6).
       01  WIC-PRIOR-RESTORED-DATE   PIC 9(8).
       01  WIC-PRIOR-RESTORED-TIME   PIC 9(8).
       01  WIC-OPERATOR-ENV          PIC X(80).
       01  WIC-LOG-NAME              PIC X(12) VALUE "WINCIDNT.DAT".
       01  WIC-LOG-LENGTH            PIC 9(4) COMP VALUE 156.
       01  WIC-LINK-HOLD             PIC X(120).
       01  WIC-TITLE-HOLD            PIC X(80).
       01  WIC-OPEN-HOLD             PIC X(120).
       01  WIC-CAND-PROGRAM          PIC X(12).

      *    ALRT -- the program's alert-opened incidents and the
      *    latest status of each, the newest last.
       01  WIC-CAND-COUNT            PIC 9(4)  COMP-5.
       01  WIC-CAND-MAX              PIC 9(4)  VALUE 200.
       01  WIC-CAND-TABLE.
           05  WIC-CAND-ENTRY  OCCURS 200 TIMES
                               INDEXED BY WIC-CAND-X.
               10  WIC-CAND-ID       PIC 9(6).
               10  WIC-CAND-STATUS   PIC X.

       LINKAGE SECTION.

       01  WIC-FUNC                  PIC X(4).
       COPY "wincid.cpy".
       01  WIC-RETURN                PIC 9.

       PROCEDURE DIVISION USING WIC-FUNC, WINCID-RECORD, WIC-RETURN.

       MAIN-WINCLOG.

           MOVE ZERO TO WIC-RETURN.
           EVALUATE WIC-FUNC
               WHEN "OPEN"
                   PERFORM OPEN-NEW-INCIDENT
               WHEN "ADD "
                   PERFORM ADD-INCIDENT-LINE
                       THRU ADD-INCIDENT-LINE-EXIT
               WHEN "ALRT"
                   PERFORM LINK-ALERT-EVENT
           END-EVALUATE.

           EXIT PROGRAM.

      ****************************************************************
      * OPEN -- THE NEXT NUMBER, THE H LINE, AND THE FIRST STATE.    *
      ****************************************************************

       OPEN-NEW-INCIDENT.

           MOVE ZERO TO IN-ID.
           PERFORM SCAN-INCIDENT-FILE.
           COMPUTE IN-ID = WIC-HIGH-ID + 1.
           SET IN-OPENED TO TRUE.
           PERFORM STAMP-AND-WRITE-LINE.

           MOVE IN-BODY TO WIC-OPEN-HOLD.
           MOVE SPACES TO IN-BODY.
           SET IN-STATE TO TRUE.
           SET IN-STATUS-OPEN TO TRUE.
           MOVE ZERO TO IN-RESTORED-DATE IN-RESTORED-TIME.
           PERFORM STAMP-AND-WRITE-LINE.

      *    The caller gets the H line back, as written.
           MOVE WIC-OPEN-HOLD TO IN-BODY.
           SET IN-OPENED TO TRUE.

      ****************************************************************
      * ADD -- ONE LINE FOR AN EXISTING INCIDENT.                    *
      ****************************************************************

       ADD-INCIDENT-LINE.

           PERFORM SCAN-INCIDENT-FILE.
           IF NOT WIC-FOUND
               MOVE 1 TO WIC-RETURN
               GO TO ADD-INCIDENT-LINE-EXIT
           END-IF.
           PERFORM STAMP-AND-WRITE-LINE.

       ADD-INCIDENT-LINE-EXIT.
           EXIT.

      ****************************************************************
      * ALRT -- LINK THE EVENT TO THE PROGRAM'S OPEN ALERT INCIDENT, *
      * OPENING ONE WHEN THERE IS NONE.                              *
      ****************************************************************

       LINK-ALERT-EVENT.

           MOVE IN-BODY TO WIC-LINK-HOLD.
           MOVE IN-LINK-PROGRAM TO WIC-CAND-PROGRAM.
           MOVE IN-LINK-DETAIL TO WIC-TITLE-HOLD.
           MOVE ZERO TO IN-ID.
           PERFORM SCAN-INCIDENT-FILE.
           PERFORM VARYING WIC-CAND-X FROM 1 BY 1
                   UNTIL WIC-CAND-X > WIC-CAND-COUNT
               IF WIC-CAND-STATUS (WIC-CAND-X) = "O"
                   MOVE WIC-CAND-ID (WIC-CAND-X) TO IN-ID
               END-IF
           END-PERFORM.

           IF IN-ID = ZERO
               MOVE SPACES TO IN-BODY
               SET IN-FROM-ALERT TO TRUE
               MOVE WIC-CAND-PROGRAM TO IN-PROGRAM
               MOVE WIC-TITLE-HOLD TO IN-TITLE
               PERFORM OPEN-NEW-INCIDENT
               MOVE 2 TO WIC-RETURN
           END-IF.

           SET IN-LINK TO TRUE.
           MOVE WIC-LINK-HOLD TO IN-BODY.
           PERFORM STAMP-AND-WRITE-LINE.

      ****************************************************************
      * ONE PASS OF THE LOG: THE HIGHEST NUMBER, WHETHER IN-ID        *
      * EXISTS AND ITS LATEST RESTORED STAMP, AND THE ALERT           *
      * CANDIDATES FOR WIC-CAND-PROGRAM.                              *
      ****************************************************************

       SCAN-INCIDENT-FILE.

           MOVE ZERO TO WIC-HIGH-ID WIC-CAND-COUNT
                        WIC-PRIOR-RESTORED-DATE WIC-PRIOR-RESTORED-TIME.
           MOVE "N" TO WIC-EOF-SWITCH WIC-FOUND-SWITCH.
           OPEN INPUT WIC-INCIDENT-FILE.
           IF WIC-FILE-STATUS NOT = "00"
               SET WIC-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WIC-EOF
               READ WIC-INCIDENT-FILE
                   AT END
                       SET WIC-EOF TO TRUE
                   NOT AT END
                       IF WIC-FR-ID IS NUMERIC
                           PERFORM NOTE-INCIDENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WIC-FILE-STATUS NOT = "35"
               CLOSE WIC-INCIDENT-FILE
           END-IF.

       NOTE-INCIDENT-LINE.

           IF WIC-FR-ID > WIC-HIGH-ID
               MOVE WIC-FR-ID TO WIC-HIGH-ID
           END-IF.
           IF WIC-FR-ID = IN-ID AND IN-ID NOT = ZERO
               SET WIC-FOUND TO TRUE
               IF WIC-FR-TYPE = "S"
                   MOVE WIC-FR-RESTORED-DATE
                       TO WIC-PRIOR-RESTORED-DATE
                   MOVE WIC-FR-RESTORED-TIME
                       TO WIC-PRIOR-RESTORED-TIME
               END-IF
           END-IF.
           IF WIC-FR-TYPE = "H" AND WIC-FR-SOURCE = "A"
                   AND WIC-FR-PROGRAM = WIC-CAND-PROGRAM
                   AND WIC-CAND-PROGRAM NOT = SPACES
               IF WIC-CAND-COUNT < WIC-CAND-MAX
                   ADD 1 TO WIC-CAND-COUNT
               ELSE
                   PERFORM VARYING WIC-CAND-X FROM 2 BY 1
                           UNTIL WIC-CAND-X > WIC-CAND-MAX
                       MOVE WIC-CAND-ENTRY (WIC-CAND-X)
                           TO WIC-CAND-ENTRY (WIC-CAND-X - 1)
                   END-PERFORM
               END-IF
               MOVE WIC-FR-ID TO WIC-CAND-ID (WIC-CAND-COUNT)
               MOVE "O" TO WIC-CAND-STATUS (WIC-CAND-COUNT)
           END-IF.
           IF WIC-FR-TYPE = "S"
               PERFORM VARYING WIC-CAND-X FROM 1 BY 1
                       UNTIL WIC-CAND-X > WIC-CAND-COUNT
                   IF WIC-CAND-ID (WIC-CAND-X) = WIC-FR-ID
                       MOVE WIC-FR-STATUS
                           TO WIC-CAND-STATUS (WIC-CAND-X)
                   END-IF
               END-PERFORM
           END-IF.

      ****************************************************************
      * THE STAMP, THE RESTORED CARRY-FORWARD, AND THE APPEND.       *
      ****************************************************************

       STAMP-AND-WRITE-LINE.

           CALL "WBATDATE" USING "GET", IN-DATE
               ON EXCEPTION
                   ACCEPT IN-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT IN-TIME FROM TIME.
           IF IN-OPERATOR = SPACES
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WIC-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WIC-OPERATOR-ENV (1:8) TO IN-OPERATOR
           END-IF.
           IF IN-STATE
               IF WIC-PRIOR-RESTORED-DATE NOT = ZERO
                   MOVE WIC-PRIOR-RESTORED-DATE TO IN-RESTORED-DATE
                   MOVE WIC-PRIOR-RESTORED-TIME TO IN-RESTORED-TIME
               ELSE
                   IF IN-STATUS-OPEN
                       MOVE ZERO TO IN-RESTORED-DATE IN-RESTORED-TIME
                   ELSE
                       MOVE IN-DATE TO IN-RESTORED-DATE
                       MOVE IN-TIME TO IN-RESTORED-TIME
                   END-IF
               END-IF
           END-IF.
           CALL "WLOGWRT" USING WIC-LOG-NAME, WIC-LOG-LENGTH,
               WINCID-RECORD.
