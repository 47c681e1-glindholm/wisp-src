           SELECT WENQ-LOCK-FILE ASSIGN TO "WENQLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-LOCK-FILE-STATUS.
           SELECT WCHKOUT-FILE ASSIGN TO "WCHKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-CHKOUT-FILE-STATUS.

       DATA DIVISION.

           05  FILLER                PIC X.
           05  WNQ-REC-TYPE          PIC X.

       FD  WCHKOUT-FILE.
       01  WCHKOUT-FILE-RECORD       PIC X(158).

       WORKING-STORAGE SECTION.

       01  WISP-LOCK-FILE-STATUS      PIC XX.
       01  WISP-LOCK-EOF-SWITCH       PIC X.
           88  WISP-LOCK-EOF                    VALUE "Y".
       01  WISP-TODAY                 PIC 9(8).
       01  WISP-CHKOUT-FILE-STATUS    PIC XX.
       01  WISP-CHKOUT-EOF-SWITCH     PIC X.
           88  WISP-CHKOUT-EOF                  VALUE "Y".
       01  WISP-CHKOUT-FOUND-SWITCH   PIC X.
           88  WISP-CHKOUT-FOUND                VALUE "Y".

      *    A record check-out, for the listing and the release.
       COPY "wchkout.cpy".

      *    Control screen, served by WMFNGETPARM.
       01  WISP-ENQ-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  WISP-AUTH-RETURN          PIC 9.
       01  WISP-OPERATOR-ENV         PIC X(40).
       01  WISP-ERRLOG-DETAIL        PIC X(80).
       01  WISP-ERRLOG-POINTER       PIC 99.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WENQOP".
               GO TO 4000-RELEASE-LOCK-EXIT
           END-IF.

      *    A check-out lock goes back through WCHKOUT so the claim
      *    leaves WCHKOUT.DAT with it.
           MOVE SPACES TO WCHKOUT-RECORD.
           MOVE 1 TO WISP-ENQ-RETURN.
           IF WISP-ENQ-LOCK-NAME (1:6) = "CHKOUT"
               MOVE WISP-ENQ-LOCK-NAME TO CO-LOCK-NAME
               CALL "WCHKOUT" USING "REL", WCHKOUT-RECORD,
                   WISP-ENQ-RETURN
                   ON EXCEPTION
                       MOVE 1 TO WISP-ENQ-RETURN
               END-CALL
           END-IF.
           IF WISP-ENQ-RETURN NOT = ZERO
               MOVE SPACES TO WCHKOUT-RECORD
               CALL "WENQ" USING "DEQ", WISP-ENQ-LOCK-NAME,
                   WISP-ENQ-RETURN
           END-IF.
           IF WISP-ENQ-RETURN = ZERO
               MOVE "LOCK RELEASED." TO WISP-ENQ-MESSAGE
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WISP-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE SPACES TO WISP-ERRLOG-DETAIL
               MOVE 1 TO WISP-ERRLOG-POINTER
               STRING "LOCK FORCED RELEASE NAME="
                                               DELIMITED BY SIZE
                      WISP-ENQ-LOCK-NAME       DELIMITED BY SPACE
                      " OPER="                 DELIMITED BY SIZE
                      WISP-OPERATOR-ENV (1:8)  DELIMITED BY SPACE
                      INTO WISP-ERRLOG-DETAIL
                      WITH POINTER WISP-ERRLOG-POINTER
               END-STRING
               IF CO-LOCK-NAME NOT = SPACES
                   MOVE "CHECK-OUT RELEASED." TO WISP-ENQ-MESSAGE
                   STRING " HOLDER="           DELIMITED BY SIZE
                          CO-OPERATOR          DELIMITED BY SPACE
                          " KEY="              DELIMITED BY SIZE
                          CO-RECKEY            DELIMITED BY SIZE
                          INTO WISP-ERRLOG-DETAIL
                          WITH POINTER WISP-ERRLOG-POINTER
                   END-STRING
               END-IF
               CALL "WISPERRLOG" USING "WENQOP", "4000-RELEASE-LOCK",
                   WISP-ERRLOG-DETAIL
                   ON EXCEPTION CONTINUE
                       MOVE "DEAD?" TO WISP-DSP-WORK-LINE (75:5)
                   END-IF
                   PERFORM 3200-QUEUE-DISPLAY-LINE
                   IF WNQ-REC-NAME (1:6) = "CHKOUT"
                           AND WNQ-REC-TYPE NOT = "W"
                       PERFORM 3300-SHOW-CHECKED-OUT-RECORD
                           THRU 3300-SHOW-CHECKED-OUT-RECORD-EXIT
                   END-IF
               END-IF
               PERFORM 3100-READ-LOCK-RECORD
           END-PERFORM.
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** THE RECORD A CHECK-OUT LOCK CLAIMS, AND WHO HAS IT, ON
      **** THE LINE UNDER THE LOCK
       3300-SHOW-CHECKED-OUT-RECORD.

           MOVE "N" TO WISP-CHKOUT-EOF-SWITCH WISP-CHKOUT-FOUND-SWITCH.
           OPEN INPUT WCHKOUT-FILE.
           IF WISP-CHKOUT-FILE-STATUS NOT = "00"
               GO TO 3300-SHOW-CHECKED-OUT-RECORD-EXIT
           END-IF.
           PERFORM UNTIL WISP-CHKOUT-EOF OR WISP-CHKOUT-FOUND
               READ WCHKOUT-FILE
                   AT END
                       SET WISP-CHKOUT-EOF TO TRUE
                   NOT AT END
                       MOVE WCHKOUT-FILE-RECORD TO WCHKOUT-RECORD
                       IF CO-LOCK-NAME = WNQ-REC-NAME
                           SET WISP-CHKOUT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WCHKOUT-FILE.

           MOVE SPACES TO WISP-DSP-WORK-LINE.
           IF WISP-CHKOUT-FOUND
               STRING "  REC " CO-VOL " " CO-LIB " " CO-FILE
                      " " CO-RECKEY " BY " CO-OPERATOR
                      DELIMITED BY SIZE
                      INTO WISP-DSP-WORK-LINE
               END-STRING
           ELSE
               MOVE "  REC (NO CHECK-OUT ON FILE)"
                   TO WISP-DSP-WORK-LINE
           END-IF.
           PERFORM 3200-QUEUE-DISPLAY-LINE.

       3300-SHOW-CHECKED-OUT-RECORD-EXIT.
           EXIT.

       9999-STOP.
           EXIT PROGRAM.
