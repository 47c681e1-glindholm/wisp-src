      *       V  verify the named interface -- its records are
      *          counted and checked against what the producer
      *          registered through WCTLTOT
      *       R  allow a genuine resend of the named inbound
      *          interface's file -- the file WVALGATE last refused
      *          as a duplicate (see below) is let through once
      *   PF16 exits.
      *
      *   An outbound file built by WIFBUILD is recorded in
      *   WIFPROD.DAT (copybook wifprod).  L shows it as PRODUCED on
      *   the business date it was built, and V counts only its
      *   detail records -- the header and trailer records WIFBUILD
      *   wrapped around them are skipped -- and sums their amount
      *   columns, which is what WIFBUILD registered.
      *
      *   WVALGATE refuses an inbound file whose fingerprint matches
      *   one it accepted recently, and records the refusal in
      *   WIFFPRT.DAT (copybook wiffprt).  R is authority gated
      *   through WAUTHCHK (function WINTFOP-DUP): it adds an
      *   allowance line for the interface's latest refused
      *   fingerprint, with the operator's WISPOPERID, and logs the
      *   allowance through WISPERRLOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WINTFOP.
           SELECT WISP-IF-DATA-FILE ASSIGN TO WISP-IF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-IF-DATA-STATUS.
           SELECT WIFPROD-FILE ASSIGN TO "WIFPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-PROD-FILE-STATUS.
           SELECT WIFFPRT-FILE ASSIGN TO "WIFFPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-FPRT-FILE-STATUS.

       DATA DIVISION.

           05  FILLER                 PIC X.
           05  WISP-REG-REC-PATH      PIC X(60).
       FD  WISP-IF-DATA-FILE.
       01  WISP-IF-DATA-RECORD        PIC X(2048).
       FD  WIFPROD-FILE.
       COPY "wifprod.cpy".
       FD  WIFFPRT-FILE.
       COPY "wiffprt.cpy".

       WORKING-STORAGE SECTION.

       01  WISP-REG-FILE-STATUS       PIC XX.
       01  WISP-IF-DATA-STATUS        PIC XX.
       01  WISP-PROD-FILE-STATUS      PIC XX.
       01  WISP-PROD-EOF-SWITCH       PIC X.
           88  WISP-PROD-EOF                    VALUE "Y".
       01  WISP-FPRT-FILE-STATUS      PIC XX.
       01  WISP-FPRT-EOF-SWITCH       PIC X.
           88  WISP-FPRT-EOF                    VALUE "Y".
       01  WISP-BUSINESS-DATE         PIC 9(8).
       01  WISP-REG-EOF-SWITCH        PIC X.
           88  WISP-REG-EOF                     VALUE "Y".
       01  WISP-IF-DATA-EOF-SWITCH    PIC X.
               10  WISP-REG-PARTNER   PIC X(20).
               10  WISP-REG-PATH      PIC X(60).
               10  WISP-REG-VERIFIED  PIC X.
      *        The latest WIFBUILD production of the interface.
               10  WISP-REG-BUILT     PIC X.
               10  WISP-REG-BUILT-DATE PIC 9(8).
               10  WISP-REG-HEADERS   PIC 9(2).
               10  WISP-REG-TRAILERS  PIC 9(2).
               10  WISP-REG-AMT-POS   PIC 9(4).
               10  WISP-REG-AMT-LEN   PIC 9(2).

      *    CBL_CHECK_FILE_EXIST detail block -- byte size, then the
      *    modification date and time, which is the arrival time the
       01  WISP-VER-COUNT             PIC 9(9).
       01  WISP-VER-AMOUNT            PIC 9(15) VALUE ZERO.
       01  WISP-VER-RETURN            PIC 9.
       01  WISP-VER-LINES             PIC 9(9).
       01  WISP-VER-LINE-NUM          PIC 9(9).
       01  WISP-VER-LAST-DETAIL       PIC 9(9).
       01  WISP-VER-AMT-TEXT          PIC X(15).
       01  WISP-VER-AMT-VALUE         PIC 9(15).
       01  WISP-VER-HASH-SUM          PIC 9(18).
       01  WISP-ERRLOG-DETAIL         PIC X(80).

      *    R -- the refusal being allowed.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.
       01  WISP-OPER-ENV             PIC X(80).
       01  WISP-REFUSED-SWITCH       PIC X.
           88  WISP-REFUSED-OPEN                VALUE "Y".
       01  WISP-REFUSED-LINE         PIC X(157).

      *    Control screen, served by WMFNGETPARM.
       01  WISP-IFO-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-IFO-STATIC-TEXT.
               WHEN "V"
                   PERFORM 4000-VERIFY-INTERFACE
                       THRU 4000-VERIFY-INTERFACE-EXIT
               WHEN "R"
                   PERFORM 5000-ALLOW-RESEND
                       THRU 5000-ALLOW-RESEND-EXIT
               WHEN OTHER
                   MOVE "ENTER L, V OR R IN THE FUNCTION FIELD."
                       TO WISP-IFO-MESSAGE
           END-EVALUATE.

           MOVE SPACES TO WISP-IFO-STATIC-TEXT.
           MOVE "             WINTFOP - INTERFACE FILE TRACKING"
               TO WISP-IFO-TEXT-LINES(2).
           MOVE "  FUNCTION (L/V/R)........:"
               TO WISP-IFO-TEXT-LINES(8).
           MOVE "  INTERFACE NAME (V/R)....:"
               TO WISP-IFO-TEXT-LINES(10).
           MOVE "  L=STATUS OF EVERY INTERFACE  V=VERIFY ONE AGAINST"
               TO WISP-IFO-TEXT-LINES(14).
           MOVE "    ITS REGISTERED CONTROL TOTALS"
               TO WISP-IFO-TEXT-LINES(15).
           MOVE "  R=ALLOW A RESEND WVALGATE REFUSED AS A DUPLICATE"
               TO WISP-IFO-TEXT-LINES(16).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-IFO-TEXT-LINES(18).
           MOVE WISP-IFO-MESSAGE TO WISP-IFO-TEXT-LINES(20).
                               TO WISP-REG-PATH (WISP-REG-X)
                           MOVE "N"
                               TO WISP-REG-VERIFIED (WISP-REG-X)
                           MOVE "N" TO WISP-REG-BUILT (WISP-REG-X)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIFREG-FILE.
           PERFORM 2600-LOAD-PRODUCTIONS
               THRU 2600-LOAD-PRODUCTIONS-EXIT.

       2500-LOAD-REGISTRY-EXIT.
           EXIT.

      **** THE LATEST WIFBUILD PRODUCTION OF EACH INTERFACE
       2600-LOAD-PRODUCTIONS.

           CALL "WBATDATE" USING "GET", WISP-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WISP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.
           MOVE "N" TO WISP-PROD-EOF-SWITCH.
           OPEN INPUT WIFPROD-FILE.
           IF WISP-PROD-FILE-STATUS NOT = "00"
               GO TO 2600-LOAD-PRODUCTIONS-EXIT
           END-IF.
           PERFORM UNTIL WISP-PROD-EOF
               READ WIFPROD-FILE
                   AT END
                       SET WISP-PROD-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WISP-REG-X FROM 1 BY 1
                               UNTIL WISP-REG-X > WISP-REG-COUNT
                           IF WISP-REG-NAME (WISP-REG-X) = IP-NAME
                               MOVE "Y"
                                   TO WISP-REG-BUILT (WISP-REG-X)
                               MOVE IP-DATE
                                   TO WISP-REG-BUILT-DATE (WISP-REG-X)
                               MOVE IP-HEADERS
                                   TO WISP-REG-HEADERS (WISP-REG-X)
                               MOVE IP-TRAILERS
                                   TO WISP-REG-TRAILERS (WISP-REG-X)
                               MOVE IP-AMOUNT-POS
                                   TO WISP-REG-AMT-POS (WISP-REG-X)
                               MOVE IP-AMOUNT-LEN
                                   TO WISP-REG-AMT-LEN (WISP-REG-X)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE WIFPROD-FILE.

       2600-LOAD-PRODUCTIONS-EXIT.
           EXIT.

      **** L -- ONE STATUS LINE PER INTERFACE
       3000-LIST-INTERFACES.

               WHEN WISP-IF-EXIST-RC = ZERO
                       AND WISP-REG-VERIFIED (WISP-REG-X) = "Y"
                   MOVE "VERIFIED" TO WISP-IF-STATE
               WHEN WISP-IF-EXIST-RC = ZERO
                       AND WISP-REG-BUILT (WISP-REG-X) = "Y"
                       AND WISP-REG-BUILT-DATE (WISP-REG-X)
                           = WISP-BUSINESS-DATE
                       AND WISP-IF-MOD-HHMM
                           NOT > WISP-REG-TO (WISP-REG-X)
                   MOVE "PRODUCED" TO WISP-IF-STATE
               WHEN WISP-IF-EXIST-RC = ZERO
                       AND WISP-IF-MOD-HHMM
                           NOT > WISP-REG-TO (WISP-REG-X)
           CLOSE WISP-IF-DATA-FILE.

           MOVE ZERO TO WISP-VER-AMOUNT.
           IF WISP-REG-BUILT (WISP-REG-X) = "Y"
               PERFORM 4100-COUNT-BUILT-DETAILS
           END-IF.
           CALL "WCTLTOT" USING "VER",
               WISP-REG-VOL (WISP-REG-X),
               WISP-REG-LIB (WISP-REG-X),
       4000-VERIFY-INTERFACE-EXIT.
           EXIT.

      **** A WIFBUILD FILE -- ONLY THE RECORDS BETWEEN ITS HEADERS AND
      **** TRAILERS ARE DETAILS, AND THEIR AMOUNTS MAKE THE HASH
       4100-COUNT-BUILT-DETAILS.

           MOVE WISP-VER-COUNT TO WISP-VER-LINES.
           MOVE ZERO TO WISP-VER-COUNT WISP-VER-HASH-SUM
                        WISP-VER-LINE-NUM.
           IF WISP-VER-LINES NOT > WISP-REG-HEADERS (WISP-REG-X)
                                  + WISP-REG-TRAILERS (WISP-REG-X)
               MOVE ZERO TO WISP-VER-LAST-DETAIL
           ELSE
               COMPUTE WISP-VER-LAST-DETAIL = WISP-VER-LINES
                   - WISP-REG-TRAILERS (WISP-REG-X)
           END-IF.
           MOVE "N" TO WISP-IF-DATA-EOF-SWITCH.
           OPEN INPUT WISP-IF-DATA-FILE.
           IF WISP-IF-DATA-STATUS NOT = "00"
               SET WISP-IF-DATA-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WISP-IF-DATA-EOF
               READ WISP-IF-DATA-FILE
                   AT END
                       SET WISP-IF-DATA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WISP-VER-LINE-NUM
                       IF WISP-VER-LINE-NUM
                               > WISP-REG-HEADERS (WISP-REG-X)
                               AND WISP-VER-LINE-NUM
                               NOT > WISP-VER-LAST-DETAIL
                           ADD 1 TO WISP-VER-COUNT
                           IF WISP-REG-AMT-LEN (WISP-REG-X) > ZERO
                               PERFORM 4200-ADD-DETAIL-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WISP-IF-DATA-STATUS NOT = "35"
               CLOSE WISP-IF-DATA-FILE
           END-IF.
           MOVE WISP-VER-HASH-SUM TO WISP-VER-AMOUNT.

       4200-ADD-DETAIL-AMOUNT.

           MOVE SPACES TO WISP-VER-AMT-TEXT.
           MOVE WISP-IF-DATA-RECORD (WISP-REG-AMT-POS (WISP-REG-X):
                                     WISP-REG-AMT-LEN (WISP-REG-X))
               TO WISP-VER-AMT-TEXT (16 - WISP-REG-AMT-LEN
                                         (WISP-REG-X):
                                     WISP-REG-AMT-LEN (WISP-REG-X)).
           INSPECT WISP-VER-AMT-TEXT REPLACING LEADING SPACE BY ZERO.
           IF WISP-VER-AMT-TEXT IS NUMERIC
               MOVE WISP-VER-AMT-TEXT TO WISP-VER-AMT-VALUE
               ADD WISP-VER-AMT-VALUE TO WISP-VER-HASH-SUM
           END-IF.

      **** R -- ALLOW THE INTERFACE'S LATEST REFUSED FINGERPRINT ONCE
       5000-ALLOW-RESEND.

           SET WISP-REG-X TO 1.
           PERFORM UNTIL WISP-REG-X > WISP-REG-COUNT
                      OR WISP-REG-NAME (WISP-REG-X) = WISP-IFO-NAME
               SET WISP-REG-X UP BY 1
           END-PERFORM.
           IF WISP-REG-X > WISP-REG-COUNT
               MOVE "NO SUCH INTERFACE IN THE REGISTRY."
                   TO WISP-IFO-MESSAGE
               GO TO 5000-ALLOW-RESEND-EXIT
           END-IF.

           MOVE "WINTFOP-DUP" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH RESENDS."
                   TO WISP-IFO-MESSAGE
               GO TO 5000-ALLOW-RESEND-EXIT
           END-IF.

      *    The latest refusal counts only if nothing has settled it
      *    since -- a later acceptance or allowance of the same name.
           MOVE "N" TO WISP-REFUSED-SWITCH.
           MOVE "N" TO WISP-FPRT-EOF-SWITCH.
           OPEN INPUT WIFFPRT-FILE.
           IF WISP-FPRT-FILE-STATUS NOT = "00"
               MOVE "NO FINGERPRINT HISTORY - NOTHING HAS BEEN REFUSED."
                   TO WISP-IFO-MESSAGE
               GO TO 5000-ALLOW-RESEND-EXIT
           END-IF.
           PERFORM UNTIL WISP-FPRT-EOF
               READ WIFFPRT-FILE
                   AT END
                       SET WISP-FPRT-EOF TO TRUE
                   NOT AT END
                       IF FP-NAME = WISP-IFO-NAME
                           EVALUATE TRUE
                               WHEN FP-REFUSED
                                   SET WISP-REFUSED-OPEN TO TRUE
                                   MOVE WIFFPRT-RECORD
                                       TO WISP-REFUSED-LINE
                               WHEN FP-ACCEPTED
                               WHEN FP-OVERRIDDEN
                                   MOVE "N" TO WISP-REFUSED-SWITCH
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIFFPRT-FILE.
           IF NOT WISP-REFUSED-OPEN
               MOVE "NO REFUSED FILE IS WAITING FOR THAT INTERFACE."
                   TO WISP-IFO-MESSAGE
               GO TO 5000-ALLOW-RESEND-EXIT
           END-IF.

           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-OPER-ENV FROM ENVIRONMENT-VALUE.
           CALL "WBATDATE" USING "GET", WISP-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WISP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT WISP-NOW-TIME FROM TIME.

           OPEN EXTEND WIFFPRT-FILE.
           IF WISP-FPRT-FILE-STATUS NOT = "00"
               MOVE "WIFFPRT.DAT COULD NOT BE WRITTEN - NOT ALLOWED."
                   TO WISP-IFO-MESSAGE
               GO TO 5000-ALLOW-RESEND-EXIT
           END-IF.
           MOVE WISP-REFUSED-LINE TO WIFFPRT-RECORD.
           MOVE WISP-BUSINESS-DATE TO FP-DATE.
           MOVE WISP-NOW-TIME TO FP-TIME.
           SET FP-OVERRIDDEN TO TRUE.
           MOVE WISP-OPER-ENV (1:8) TO FP-OPERATOR.
           WRITE WIFFPRT-RECORD.
           CLOSE WIFFPRT-FILE.

           MOVE SPACES TO WISP-ERRLOG-DETAIL.
           STRING "DUPLICATE RESEND ALLOWED NAME=" DELIMITED BY SIZE
                  FP-NAME DELIMITED BY SPACE
                  " OPERATOR=" DELIMITED BY SIZE
                  FP-OPERATOR DELIMITED BY SPACE
                  " MATCHED " DELIMITED BY SIZE
                  FP-MATCH-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FP-MATCH-TIME DELIMITED BY SIZE
                  INTO WISP-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WINTFOP",
               "5000-ALLOW-RESEND", WISP-ERRLOG-DETAIL.
           MOVE "ALLOWED - THE NEXT WVALGATE ACCEPTS THE FILE ONCE."
               TO WISP-IFO-MESSAGE.

       5000-ALLOW-RESEND-EXIT.
           EXIT.

       9999-STOP.
           EXIT PROGRAM.
