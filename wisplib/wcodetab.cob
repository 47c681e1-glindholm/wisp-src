       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCODETAB.
      ****************************************************************
      * WCODETAB -- EFFECTIVE-DATED CODE TABLES.                      *
      *                                                                *
      *           A CODE'S VALIDITY DEPENDS ON THE DAY: A NEW TAX     *
      *           CODE IS LOADED AHEAD OF ITS START DATE AND AN OLD   *
      *           ONE RETIRES ON ITS END DATE, WITH NOBODY EDITING    *
      *           FILES AT MIDNIGHT.  THE TABLES LIVE IN WCODETAB.DAT *
      *           (MAINTAINED ON WCODEMNT) AND ARE ASKED HERE:        *
      *                                                                *
      *               CALL "WCODETAB" USING "VAL", WCODETAB-RECORD,   *
      *                   RET                                         *
      *                                                                *
      *           THE RECORD IS COPY "wcodetab".  THE CALLER FILLS    *
      *           CT-TABLE AND CT-CODE, AND CT-FROM WITH THE DATE TO  *
      *           TEST -- ZERO FOR THE WBATDATE BUSINESS DATE.        *
      *                                                                *
      *               RET 0 = THE CODE IS IN EFFECT ON THE DATE; THE  *
      *                       ROW IN EFFECT IS RETURNED.              *
      *               RET 1 = IT IS NOT -- UNKNOWN, INACTIVE, NOT     *
      *                       STARTED YET, OR ENDED.                  *
      *               RET 2 = NO TABLE OF THAT NAME.                  *
      *                                                                *
      *           WCODETAB.DAT IS LOADED ONCE PER RUN INTO A HELD     *
      *           TABLE, SAME AS WCALEND -- WVALGATE ASKS FOR EVERY   *
      *           FIELD OF EVERY RECORD AND MUST NOT RESCAN A FILE    *
      *           EACH TIME.                                          *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCT-CODE-FILE ASSIGN TO "WCODETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WCT-CODE-FILE.
       01  WCT-CODE-FILE-RECORD      PIC X(98).

       WORKING-STORAGE SECTION.

       01  WCT-FILE-STATUS           PIC XX.
       01  WCT-EOF-SWITCH            PIC X.
           88  WCT-EOF                         VALUE "Y".
       01  WCT-LOADED-SWITCH         PIC X     VALUE "N".
           88  WCT-LOADED                      VALUE "Y".

       01  WCT-ROW-COUNT             PIC 9(4)  COMP VALUE ZERO.
       01  WCT-ROW-MAX               PIC 9(4)  VALUE 2000.
       01  WCT-ROW-TABLE.
           05  WCT-ROW-ENTRY         PIC X(98)
                                     OCCURS 2000 TIMES
                                     INDEXED BY WCT-X.
       01  WCT-ROW-VIEW.
           05  WCT-VIEW-TABLE        PIC X(8).
           05  FILLER                PIC X.
           05  WCT-VIEW-CODE         PIC X(8).
           05  FILLER                PIC X.
           05  WCT-VIEW-FROM         PIC 9(8).
           05  FILLER                PIC X.
           05  WCT-VIEW-TO           PIC 9(8).
           05  FILLER                PIC X.
           05  WCT-VIEW-ACTIVE       PIC X.
           05  FILLER                PIC X(61).

       01  WCT-AS-OF-DATE            PIC 9(8).
       01  WCT-TABLE-SEEN-SWITCH     PIC X.
           88  WCT-TABLE-SEEN                  VALUE "Y".
       01  WCT-MATCH-NUM             PIC 9(4)  COMP.

       LINKAGE SECTION.

       01  WCT-FUNC                  PIC X(3).
       COPY "wcodetab.cpy".
       01  WCT-RETURN                PIC 9.

       PROCEDURE DIVISION USING WCT-FUNC, WCODETAB-RECORD,
                                WCT-RETURN.

       MAIN-WCODETAB.

           MOVE 1 TO WCT-RETURN.
           IF WCT-FUNC NOT = "VAL"
               GO TO WCODETAB-EXIT
           END-IF.

           IF NOT WCT-LOADED
               PERFORM LOAD-CODE-TABLE
                   THRU LOAD-CODE-TABLE-EXIT
           END-IF.

           IF CT-FROM IS NUMERIC AND CT-FROM > ZERO
               MOVE CT-FROM TO WCT-AS-OF-DATE
           ELSE
               CALL "WBATDATE" USING "GET", WCT-AS-OF-DATE
                   ON EXCEPTION
                       ACCEPT WCT-AS-OF-DATE FROM DATE YYYYMMDD
               END-CALL
           END-IF.

           MOVE "N" TO WCT-TABLE-SEEN-SWITCH.
           MOVE ZERO TO WCT-MATCH-NUM.
           PERFORM VARYING WCT-X FROM 1 BY 1
                   UNTIL WCT-X > WCT-ROW-COUNT
                      OR WCT-MATCH-NUM > ZERO
               MOVE WCT-ROW-ENTRY (WCT-X) TO WCT-ROW-VIEW
               IF WCT-VIEW-TABLE = CT-TABLE
                   SET WCT-TABLE-SEEN TO TRUE
                   IF WCT-VIEW-CODE = CT-CODE
                           AND WCT-VIEW-ACTIVE = "Y"
                           AND WCT-VIEW-FROM NOT > WCT-AS-OF-DATE
                           AND (WCT-VIEW-TO = ZERO
                                OR WCT-VIEW-TO NOT < WCT-AS-OF-DATE)
                       SET WCT-MATCH-NUM TO WCT-X
                   END-IF
               END-IF
           END-PERFORM.

           IF WCT-MATCH-NUM > ZERO
               MOVE WCT-ROW-ENTRY (WCT-MATCH-NUM) TO WCODETAB-RECORD
               MOVE ZERO TO WCT-RETURN
           ELSE
               IF NOT WCT-TABLE-SEEN
                   MOVE 2 TO WCT-RETURN
               END-IF
           END-IF.

       WCODETAB-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * THE HELD TABLE -- ROWS WITH A NUMERIC FROM AND TO ONLY, SO A *
      * DAMAGED LINE NEVER MAKES A CODE VALID.                       *
      ****************************************************************

       LOAD-CODE-TABLE.

           SET WCT-LOADED TO TRUE.
           MOVE ZERO TO WCT-ROW-COUNT.
           MOVE "N" TO WCT-EOF-SWITCH.
           OPEN INPUT WCT-CODE-FILE.
           IF WCT-FILE-STATUS NOT = "00"
               GO TO LOAD-CODE-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WCT-EOF
               READ WCT-CODE-FILE
                   AT END
                       SET WCT-EOF TO TRUE
                   NOT AT END
                       MOVE WCT-CODE-FILE-RECORD TO WCT-ROW-VIEW
                       IF WCT-VIEW-TABLE NOT = SPACES
                               AND WCT-VIEW-TABLE (1:1) NOT = "*"
                               AND WCT-VIEW-FROM IS NUMERIC
                               AND WCT-VIEW-TO IS NUMERIC
                               AND WCT-ROW-COUNT < WCT-ROW-MAX
                           ADD 1 TO WCT-ROW-COUNT
                           MOVE WCT-CODE-FILE-RECORD
                               TO WCT-ROW-ENTRY (WCT-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCT-CODE-FILE.

       LOAD-CODE-TABLE-EXIT.
           EXIT.
