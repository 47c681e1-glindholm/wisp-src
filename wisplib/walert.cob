       IDENTIFICATION DIVISION.
       PROGRAM-ID. WALERT.
      ****************************************************************
      * WALERT -- THE OPERATOR ALERT LOG AND ITS ESCALATION CLOCK.    *
      *                                                                *
      *           A CRITICAL ALERT ON THE CONSOLE USED TO BE THE END  *
      *           OF THE STORY -- IF THE NIGHT OPERATOR WAS AWAY FROM *
      *           THE DESK, NOTHING ELSE HAPPENED UNTIL MORNING.      *
      *           EVERY ALERT NOW GOES ON WALERTS.DAT (COPY "walert") *
      *           AND WESCALATE PAGES UP THE ON-CALL ROSTER UNTIL     *
      *           SOMEBODY ACKNOWLEDGES IT ON WALERTOP.  EVERY        *
      *           WRITER GOES THROUGH HERE:                           *
      *                                                                *
      *               CALL "WALERT" USING FUNC, WALERT-RECORD, RET    *
      *                                                                *
      *           WAL-FUNC "RAIS" - AN ALERT.  THE CALLER SETS        *
      *                      AL-SOURCE, AL-TEXT AND (WHEN IT HAS ONE) *
      *                      AL-INCIDENT.  AN ALERT OF THE SAME       *
      *                      SOURCE AND TEXT STILL ON ITS CLOCK, OR   *
      *                      RAISED WITHIN THE HOUR, IS THE SAME      *
      *                      ALERT -- WRUNWATCH AND WMILEMON ALSO     *
      *                      REACH WERRWATCH THROUGH WISPERR.LOG AND  *
      *                      MUST NOT START A SECOND CLOCK, EVEN IF   *
      *                      THE FIRST WAS ALREADY ACKNOWLEDGED.      *
      *                      AL-ID COMES BACK SET.                    *
      *                    "ACK " - AL-ID ACKNOWLEDGED; THE CLOCK     *
      *                      STOPS.                                   *
      *                    "ESC " - AL-ID ESCALATED TO AL-LEVEL,      *
      *                      AL-PERSON PAGED.                         *
      *                    "EXHA" - AL-ID PAGED THROUGH THE WHOLE     *
      *                      ROSTER WITH NO ACKNOWLEDGEMENT.          *
      *           WAL-RETURN: 0 = DONE.                               *
      *                       1 = RAIS - JOINED THE OPEN ALERT OF     *
      *                           THE SAME SOURCE AND TEXT.           *
      *                           OTHERS - NO SUCH ALERT.             *
      *                       2 = ACK  - ALREADY ACKNOWLEDGED.        *
      *                                                                *
      *           ACKNOWLEDGEMENTS, ESCALATIONS AND EXHAUSTION OF AN  *
      *           ALERT THAT BELONGS TO AN INCIDENT ARE ALSO LOGGED   *
      *           AS ACTIONS ON THE INCIDENT (WINCLOG), SO THE        *
      *           INCIDENT REVIEW SEES WHO WAS CALLED AND WHEN.       *
      *                                                                *
      *           LINES ARE STAMPED WITH THE WALL-CLOCK DATE AND      *
      *           TIME AND THE CALLER'S AL-OPERATOR (THE SESSION'S    *
      *           WISPOPERID WHEN BLANK), AND APPENDED THROUGH        *
      *           WLOGWRT.                                            *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAL-ALERT-FILE ASSIGN TO "WALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WAL-ALERT-FILE.
       01  WAL-FILE-RECORD.
           05  WAL-FR-ID             PIC 9(6).
           05  FILLER                PIC X.
           05  WAL-FR-TYPE           PIC X.
           05  FILLER                PIC X.
           05  WAL-FR-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  WAL-FR-TIME           PIC 9(8).
           05  FILLER                PIC X(21).
           05  WAL-FR-SOURCE         PIC X(12).
           05  FILLER                PIC X.
           05  WAL-FR-INCIDENT       PIC 9(6).
           05  FILLER                PIC X.
           05  WAL-FR-TEXT           PIC X(80).

       WORKING-STORAGE SECTION.

       01  WAL-FILE-STATUS           PIC XX.
       01  WAL-EOF-SWITCH            PIC X.
           88  WAL-EOF                         VALUE "Y".
       01  WAL-FOUND-SWITCH          PIC X.
           88  WAL-FOUND                       VALUE "Y".
       01  WAL-ACKED-SWITCH          PIC X.
           88  WAL-ACKED                       VALUE "Y".
       01  WAL-HIGH-ID               PIC 9(6).
       01  WAL-FOUND-INCIDENT        PIC 9(6).
       01  WAL-OPERATOR-ENV          PIC X(80).
       01  WAL-LOG-NAME              PIC X(12) VALUE "WALERTS.DAT".
       01  WAL-LOG-LENGTH            PIC 9(4) COMP VALUE 147.
       01  WAL-ACTION-TEXT           PIC X(80).
       01  WAL-ROLE-TEXT             PIC X(9).

      *    RAIS -- the unacknowledged alerts of the same source and
      *    text, and the incident each is joined to.
       01  WAL-OPEN-COUNT            PIC 9(4)  COMP-5.
       01  WAL-OPEN-MAX              PIC 9(4)  VALUE 200.
       01  WAL-OPEN-TABLE.
           05  WAL-OPEN-ENTRY  OCCURS 200 TIMES
                               INDEXED BY WAL-OPEN-X.
               10  WAL-OPEN-ID       PIC 9(6).
               10  WAL-OPEN-INCIDENT PIC 9(6).
               10  WAL-OPEN-STATE    PIC X.
               10  WAL-OPEN-DATE     PIC 9(8).
               10  WAL-OPEN-TIME     PIC 9(8).
       01  WAL-TIME-WORK.
           05  WAL-TIME-WORK-HH      PIC 99.
           05  WAL-TIME-WORK-MM      PIC 99.
           05  FILLER                PIC X(4).
       01  WAL-NOW-DATE              PIC 9(8).
       01  WAL-NOW-TIME              PIC 9(8).
       01  WAL-NOW-MINUTES           PIC 9(9)  COMP-5.
       01  WAL-AGE-MINUTES           PIC S9(9) COMP-5.
       01  WAL-REPEAT-MINUTES        PIC 9(4)  VALUE 60.
       01  WAL-JOIN-ID               PIC 9(6).
       01  WAL-JOIN-INCIDENT         PIC 9(6).

       01  WAL-INC-FUNC              PIC X(4).
       01  WAL-INC-RETURN            PIC 9.
       COPY "wincid.cpy".

       LINKAGE SECTION.

       01  WAL-FUNC                  PIC X(4).
       COPY "walert.cpy".
       01  WAL-RETURN                PIC 9.

       PROCEDURE DIVISION USING WAL-FUNC, WALERT-RECORD, WAL-RETURN.

       MAIN-WALERT.

           MOVE ZERO TO WAL-RETURN.
           EVALUATE WAL-FUNC
               WHEN "RAIS"
                   PERFORM RAISE-ALERT
               WHEN "ACK "
                   PERFORM ACKNOWLEDGE-ALERT
                       THRU ACKNOWLEDGE-ALERT-EXIT
               WHEN "ESC "
                   PERFORM ESCALATE-ALERT
                       THRU ESCALATE-ALERT-EXIT
               WHEN "EXHA"
                   PERFORM EXHAUST-ALERT
                       THRU EXHAUST-ALERT-EXIT
           END-EVALUATE.

           EXIT PROGRAM.

      ****************************************************************
      * RAIS -- A NEW ALERT, OR THE OPEN ONE OF THE SAME SOURCE AND  *
      * TEXT.                                                        *
      ****************************************************************

       RAISE-ALERT.

           MOVE ZERO TO WAL-FOUND-INCIDENT.
           MOVE ZERO TO AL-ID.
           PERFORM SCAN-ALERT-FILE.
           MOVE ZERO TO WAL-JOIN-ID WAL-JOIN-INCIDENT.
           ACCEPT WAL-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WAL-NOW-TIME FROM TIME.
           MOVE WAL-NOW-TIME TO WAL-TIME-WORK.
           COMPUTE WAL-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WAL-NOW-DATE) * 1440
               + WAL-TIME-WORK-HH * 60 + WAL-TIME-WORK-MM.
           PERFORM VARYING WAL-OPEN-X FROM 1 BY 1
                   UNTIL WAL-OPEN-X > WAL-OPEN-COUNT
               MOVE WAL-OPEN-TIME (WAL-OPEN-X) TO WAL-TIME-WORK
               COMPUTE WAL-AGE-MINUTES = WAL-NOW-MINUTES
                   - FUNCTION INTEGER-OF-DATE (WAL-OPEN-DATE
                         (WAL-OPEN-X)) * 1440
                   - WAL-TIME-WORK-HH * 60 - WAL-TIME-WORK-MM
               IF WAL-OPEN-STATE (WAL-OPEN-X) NOT = "K"
                       OR WAL-AGE-MINUTES < WAL-REPEAT-MINUTES
                   MOVE WAL-OPEN-ID (WAL-OPEN-X) TO WAL-JOIN-ID
                   MOVE WAL-OPEN-INCIDENT (WAL-OPEN-X)
                       TO WAL-JOIN-INCIDENT
               END-IF
           END-PERFORM.

           IF WAL-JOIN-ID = ZERO
               COMPUTE AL-ID = WAL-HIGH-ID + 1
               SET AL-RAISED TO TRUE
               MOVE ZERO TO AL-LEVEL
               PERFORM STAMP-AND-WRITE-LINE
           ELSE
               MOVE WAL-JOIN-ID TO AL-ID
               MOVE 1 TO WAL-RETURN
               IF AL-INCIDENT NOT = ZERO AND WAL-JOIN-INCIDENT = ZERO
                   SET AL-INCIDENT-JOINED TO TRUE
                   MOVE ZERO TO AL-LEVEL
                   PERFORM STAMP-AND-WRITE-LINE
               END-IF
           END-IF.

      ****************************************************************
      * ACK -- THE CLOCK STOPS.                                      *
      ****************************************************************

       ACKNOWLEDGE-ALERT.

           PERFORM SCAN-ALERT-FILE.
           IF NOT WAL-FOUND
               MOVE 1 TO WAL-RETURN
               GO TO ACKNOWLEDGE-ALERT-EXIT
           END-IF.
           IF WAL-ACKED
               MOVE 2 TO WAL-RETURN
               GO TO ACKNOWLEDGE-ALERT-EXIT
           END-IF.
           SET AL-ACKNOWLEDGED TO TRUE.
           MOVE ZERO TO AL-LEVEL.
           MOVE SPACES TO AL-PERSON.
           PERFORM STAMP-AND-WRITE-LINE.

           MOVE SPACES TO WAL-ACTION-TEXT.
           STRING "ALERT " AL-ID " ACKNOWLEDGED BY " AL-OPERATOR
                  DELIMITED BY SIZE
                  INTO WAL-ACTION-TEXT
           END-STRING.
           PERFORM LOG-ON-INCIDENT
               THRU LOG-ON-INCIDENT-EXIT.

       ACKNOWLEDGE-ALERT-EXIT.
           EXIT.

      ****************************************************************
      * ESC -- A LEVEL OF THE ROSTER PAGED.                          *
      ****************************************************************

       ESCALATE-ALERT.

           PERFORM SCAN-ALERT-FILE.
           IF NOT WAL-FOUND
               MOVE 1 TO WAL-RETURN
               GO TO ESCALATE-ALERT-EXIT
           END-IF.
           SET AL-ESCALATED TO TRUE.
           PERFORM STAMP-AND-WRITE-LINE.

           EVALUATE AL-LEVEL
               WHEN 1     MOVE "PRIMARY" TO WAL-ROLE-TEXT
               WHEN 2     MOVE "SECONDARY" TO WAL-ROLE-TEXT
               WHEN OTHER MOVE "MANAGER" TO WAL-ROLE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WAL-ACTION-TEXT.
           STRING "ALERT " AL-ID " UNACKNOWLEDGED - PAGED "
                                          DELIMITED BY SIZE
                  WAL-ROLE-TEXT           DELIMITED BY SPACE
                  " " AL-PERSON           DELIMITED BY SIZE
                  INTO WAL-ACTION-TEXT
           END-STRING.
           PERFORM LOG-ON-INCIDENT
               THRU LOG-ON-INCIDENT-EXIT.

       ESCALATE-ALERT-EXIT.
           EXIT.

      ****************************************************************
      * EXHA -- THE WHOLE ROSTER PAGED, NOBODY ANSWERED.             *
      ****************************************************************

       EXHAUST-ALERT.

           PERFORM SCAN-ALERT-FILE.
           IF NOT WAL-FOUND
               MOVE 1 TO WAL-RETURN
               GO TO EXHAUST-ALERT-EXIT
           END-IF.
           SET AL-EXHAUSTED TO TRUE.
           PERFORM STAMP-AND-WRITE-LINE.

           MOVE SPACES TO WAL-ACTION-TEXT.
           STRING "ALERT " AL-ID " ESCALATION EXHAUSTED - NOBODY"
                  " ACKNOWLEDGED"
                  DELIMITED BY SIZE
                  INTO WAL-ACTION-TEXT
           END-STRING.
           PERFORM LOG-ON-INCIDENT
               THRU LOG-ON-INCIDENT-EXIT.

       EXHAUST-ALERT-EXIT.
           EXIT.

      ****************************************************************
      * ONE PASS OF THE LOG: THE HIGHEST NUMBER; FOR AL-ID, WHETHER  *
      * IT EXISTS, IS ACKNOWLEDGED, AND ITS INCIDENT; FOR RAIS, THE  *
      * ALERTS OF THE SAME SOURCE AND TEXT.                          *
      ****************************************************************

       SCAN-ALERT-FILE.

           MOVE ZERO TO WAL-HIGH-ID WAL-OPEN-COUNT WAL-FOUND-INCIDENT.
           MOVE "N" TO WAL-EOF-SWITCH WAL-FOUND-SWITCH WAL-ACKED-SWITCH.
           OPEN INPUT WAL-ALERT-FILE.
           IF WAL-FILE-STATUS NOT = "00"
               SET WAL-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WAL-EOF
               READ WAL-ALERT-FILE
                   AT END
                       SET WAL-EOF TO TRUE
                   NOT AT END
                       IF WAL-FR-ID IS NUMERIC
                           PERFORM NOTE-ALERT-LINE
                               THRU NOTE-ALERT-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WAL-FILE-STATUS NOT = "35"
               CLOSE WAL-ALERT-FILE
           END-IF.

       NOTE-ALERT-LINE.

           IF WAL-FR-ID > WAL-HIGH-ID
               MOVE WAL-FR-ID TO WAL-HIGH-ID
           END-IF.
           IF WAL-FR-ID = AL-ID AND AL-ID NOT = ZERO
               IF WAL-FR-TYPE = "R"
                   SET WAL-FOUND TO TRUE
               END-IF
               IF WAL-FR-TYPE = "K"
                   SET WAL-ACKED TO TRUE
               END-IF
               IF (WAL-FR-TYPE = "R" OR "I")
                       AND WAL-FR-INCIDENT IS NUMERIC
                       AND WAL-FR-INCIDENT NOT = ZERO
                   MOVE WAL-FR-INCIDENT TO WAL-FOUND-INCIDENT
               END-IF
           END-IF.
           IF WAL-FUNC NOT = "RAIS"
               GO TO NOTE-ALERT-LINE-EXIT
           END-IF.
           IF WAL-FR-TYPE = "R" AND WAL-FR-SOURCE = AL-SOURCE
                   AND WAL-FR-TEXT = AL-TEXT
                   AND WAL-FR-DATE IS NUMERIC
                   AND WAL-FR-TIME IS NUMERIC
               IF WAL-OPEN-COUNT < WAL-OPEN-MAX
                   ADD 1 TO WAL-OPEN-COUNT
               ELSE
                   PERFORM VARYING WAL-OPEN-X FROM 2 BY 1
                           UNTIL WAL-OPEN-X > WAL-OPEN-MAX
                       MOVE WAL-OPEN-ENTRY (WAL-OPEN-X)
                           TO WAL-OPEN-ENTRY (WAL-OPEN-X - 1)
                   END-PERFORM
               END-IF
               MOVE WAL-FR-ID TO WAL-OPEN-ID (WAL-OPEN-COUNT)
               MOVE ZERO TO WAL-OPEN-INCIDENT (WAL-OPEN-COUNT)
               IF WAL-FR-INCIDENT IS NUMERIC
                   MOVE WAL-FR-INCIDENT
                       TO WAL-OPEN-INCIDENT (WAL-OPEN-COUNT)
               END-IF
               MOVE "R" TO WAL-OPEN-STATE (WAL-OPEN-COUNT)
               MOVE WAL-FR-DATE TO WAL-OPEN-DATE (WAL-OPEN-COUNT)
               MOVE WAL-FR-TIME TO WAL-OPEN-TIME (WAL-OPEN-COUNT)
               GO TO NOTE-ALERT-LINE-EXIT
           END-IF.
           PERFORM VARYING WAL-OPEN-X FROM 1 BY 1
                   UNTIL WAL-OPEN-X > WAL-OPEN-COUNT
               IF WAL-OPEN-ID (WAL-OPEN-X) = WAL-FR-ID
                   IF WAL-FR-TYPE = "K" OR "X"
                       MOVE "K" TO WAL-OPEN-STATE (WAL-OPEN-X)
                   END-IF
                   IF WAL-FR-TYPE = "I"
                           AND WAL-FR-INCIDENT IS NUMERIC
                       MOVE WAL-FR-INCIDENT
                           TO WAL-OPEN-INCIDENT (WAL-OPEN-X)
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-ALERT-LINE-EXIT.
           EXIT.

      ****************************************************************
      * THE STAMP AND THE APPEND.                                    *
      ****************************************************************

       STAMP-AND-WRITE-LINE.

           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           IF AL-OPERATOR = SPACES
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WAL-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WAL-OPERATOR-ENV (1:8) TO AL-OPERATOR
           END-IF.
           IF AL-INCIDENT IS NOT NUMERIC
               MOVE ZERO TO AL-INCIDENT
           END-IF.
           IF AL-LEVEL IS NOT NUMERIC
               MOVE ZERO TO AL-LEVEL
           END-IF.
           CALL "WLOGWRT" USING WAL-LOG-NAME, WAL-LOG-LENGTH,
               WALERT-RECORD.

      *    THE ACTION TEXT IS IN WAL-ACTION-TEXT.
       LOG-ON-INCIDENT.

           IF WAL-FOUND-INCIDENT = ZERO
               GO TO LOG-ON-INCIDENT-EXIT
           END-IF.
           MOVE SPACES TO WINCID-RECORD.
           MOVE WAL-FOUND-INCIDENT TO IN-ID.
           SET IN-ACTION TO TRUE.
           MOVE WAL-ACTION-TEXT TO IN-ACTION-TEXT.
           MOVE AL-OPERATOR TO IN-OPERATOR.
           MOVE "ADD " TO WAL-INC-FUNC.
           CALL "WINCLOG" USING WAL-INC-FUNC, WINCID-RECORD,
                   WAL-INC-RETURN
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       LOG-ON-INCIDENT-EXIT.
           EXIT.
