      *        sp VALUES(40)
      *
      *    TYPE: N = the field must be numeric when present,
      *          A = an amount -- numeric like N, and summed into
      *              the file's fingerprint,
      *          X = any characters.
      *    REQ:  Y = the field may not be blank.
      *    VALUES: a comma-separated allowed list ("-" or blank for
      *    none); a present field must match one entry exactly after
      *    trailing blanks.  An entry "@name" stands for every code
      *    in effect in WCODETAB code table "name" on the business
      *    date, so "@TAXCODE" follows the table as codes start and
      *    end without the rule being edited.
      *
      *    Rejects go, with their record numbers and reasons, to the
      *    report WVALGATE.RPT, and the offending records themselves
      *    to <path>.REJ for repair and resubmission: the WREJFIX
      *    screen walks them, the clerk's corrections are checked
      *    against these same rules, and the repaired records go to
      *    <path>.RSB, which comes back through here as
      *    "WVALGATE name <path>.RSB".  The accepted
      *    count is registered through WCTLTOT under the interface's
      *    VOL/LIB/FILE triple so the consumer's verify still
      *    balances.  Any reject leaves RETURN-CODE 8 so the stream's
      *    IFERROR logic can hold the consuming steps.
      *
      *    Before any of that the file is fingerprinted -- record
      *    count, the sum of its TYPE A amounts, and a WCHKSUM
      *    checksum of its whole content -- and checked against the
      *    interface's history in WIFFPRT.DAT (copybook wiffprt).  A
      *    fingerprint equal to a file accepted in the last WISPCFG
      *    IFDUPDAYS days (default 30) is a resend: the file is
      *    refused unread, with a WISPERR.LOG event and RETURN-CODE
      *    8, so yesterday's receipts cannot post twice under
      *    today's name.  When the resend is genuine an operator
      *    with the WINTFOP-DUP authority allows it on WINTFOP
      *    (function R) and the next WVALGATE accepts it -- once.
      *    Every file's fingerprint and outcome is added to the
      *    history.  An empty file is never a duplicate.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
           SELECT WVALGATE-REPORT-FILE ASSIGN TO "WVALGATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT WIFFPRT-FILE ASSIGN TO "WIFFPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPRT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
       FD  WVALGATE-REPORT-FILE.
       01  WVALGATE-REPORT-RECORD     PIC X(132).

       FD  WIFFPRT-FILE.
       COPY "wiffprt.cpy".

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
       01  WS-RECORD-BAD-SWITCH       PIC X.
       01  WS-REASON-TEXT             PIC X(40).

      *    Code-table entries in the VALUES lists, tested as of the
      *    business date.
       COPY "wcodetab.cpy".
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-CODE-RETURN             PIC 9.

       01  WS-RECORD-NUMBER           PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-ACCEPT-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-REJECT-COUNT            PIC 9(9)  COMP-5 VALUE ZERO.
       01  WS-RECNUM-DISP             PIC ZZZ,ZZZ,ZZ9.
       01  WS-START-DISP              PIC ZZZ9.

      *    The file's fingerprint and the duplicate check.
       01  WS-FPRT-FILE-STATUS        PIC XX.
       01  WS-FPRT-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-FPRT-EOF                      VALUE "Y".
       01  WS-FP-OPENED-SWITCH        PIC X     VALUE "N".
           88  WS-FP-OPENED                     VALUE "Y".
       01  WS-FP-COUNT                PIC 9(9)  VALUE ZERO.
       01  WS-FP-HASH-SUM             PIC 9(18) VALUE ZERO.
       01  WS-FP-HASH                 PIC 9(15) VALUE ZERO.
       01  WS-FP-AMOUNT               PIC 9(15).
       01  WS-FP-CHECKSUM             PIC 9(9)  VALUE ZERO.
       01  WS-FP-RESULT               PIC 9(9).
       01  WS-FP-LENGTH               PIC 9(4)  COMP VALUE 256.
       01  WS-FP-TIME                 PIC 9(8).
       01  WS-DUP-DAYS                PIC 9(5)  VALUE 30.
       01  WS-DUP-CUTOFF              PIC 9(8).
       01  WS-DUP-FOUND-SWITCH        PIC X     VALUE "N".
           88  WS-DUP-FOUND                     VALUE "Y".
       01  WS-DUP-RELEASED-SWITCH     PIC X     VALUE "N".
           88  WS-DUP-RELEASED                  VALUE "Y".
       01  WS-DUP-DATE                PIC 9(8)  VALUE ZERO.
       01  WS-DUP-TIME                PIC 9(8)  VALUE ZERO.
       01  WS-DUP-PATH                PIC X(60).
       01  WS-DUP-OPERATOR            PIC X(8).
       01  WS-FP-OUTCOME              PIC X.
       01  WS-CFG-KEY                 PIC X(20).
       01  WS-CFG-VALUE               PIC X(80).
       01  WS-CFG-NUMBER              PIC 9(5).
       01  WS-ERRLOG-DETAIL           PIC X(80).
       01  WS-HASH-DISP               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
               GO TO STOP-RUN
           END-IF.

           CALL "WBATDATE" USING "GET", WS-BUSINESS-DATE
               ON EXCEPTION
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-CALL.

           PERFORM FIND-REGISTRY-ENTRY
               THRU FIND-REGISTRY-ENTRY-EXIT.
           PERFORM LOAD-RULES-TABLE
                  INTO WS-REJECT-PATH
           END-STRING.

           PERFORM FINGERPRINT-INPUT-FILE
               THRU FINGERPRINT-INPUT-FILE-EXIT.
           IF WS-DUP-FOUND AND NOT WS-DUP-RELEASED
               PERFORM REFUSE-DUPLICATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           PERFORM VALIDATE-INPUT-FILE
               THRU VALIDATE-INPUT-FILE-EXIT.

           IF WS-FP-OPENED
               IF WS-REJECT-COUNT > ZERO
                   MOVE "V" TO WS-FP-OUTCOME
               ELSE
                   MOVE "A" TO WS-FP-OUTCOME
                   IF WS-DUP-RELEASED
                       DISPLAY "WVALGATE: ACCEPTED AS A RESEND ALLOWED "
                               "BY OPERATOR " WS-DUP-OPERATOR
                   END-IF
               END-IF
               PERFORM ADD-FINGERPRINT-LINE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE FINGERPRINT -- COUNT, AMOUNT HASH, CONTENT CHECKSUM -- AND
      * THE INTERFACE'S HISTORY SEARCHED FOR THE SAME ONE.
      ******************************************************************

       FINGERPRINT-INPUT-FILE.

           OPEN INPUT WS-INPUT-FILE.
           IF WS-INPUT-FILE-STATUS NOT = "00"
               GO TO FINGERPRINT-INPUT-FILE-EXIT
           END-IF.
           SET WS-FP-OPENED TO TRUE.
           PERFORM READ-NEXT-INPUT-RECORD.
           PERFORM UNTIL WS-INPUT-EOF
               ADD 1 TO WS-FP-COUNT
               CALL "WCHKSUM" USING WS-FP-CHECKSUM, WS-FP-LENGTH,
                   WS-INPUT-RECORD, WS-FP-RESULT
               MOVE WS-FP-RESULT TO WS-FP-CHECKSUM
               PERFORM VARYING WS-RUL-X FROM 1 BY 1
                       UNTIL WS-RUL-X > WS-RULE-COUNT
                   PERFORM ADD-FINGERPRINT-AMOUNT
                       THRU ADD-FINGERPRINT-AMOUNT-EXIT
               END-PERFORM
               PERFORM READ-NEXT-INPUT-RECORD
           END-PERFORM.
           CLOSE WS-INPUT-FILE.
           MOVE "N" TO WS-INPUT-EOF-SWITCH.
           MOVE WS-FP-HASH-SUM TO WS-FP-HASH.
           ACCEPT WS-FP-TIME FROM TIME.

           IF WS-FP-COUNT = ZERO
               GO TO FINGERPRINT-INPUT-FILE-EXIT
           END-IF.

           MOVE "IFDUPDAYS" TO WS-CFG-KEY.
           CALL "WISPCFG" USING WS-CFG-KEY, WS-CFG-VALUE.
           CALL "WCFGNUM" USING WS-CFG-VALUE, WS-CFG-NUMBER.
           IF WS-CFG-NUMBER > ZERO
               MOVE WS-CFG-NUMBER TO WS-DUP-DAYS
           END-IF.
           COMPUTE WS-DUP-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                - WS-DUP-DAYS).

           OPEN INPUT WIFFPRT-FILE.
           IF WS-FPRT-FILE-STATUS NOT = "00"
               GO TO FINGERPRINT-INPUT-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-FPRT-EOF
               READ WIFFPRT-FILE
                   AT END
                       SET WS-FPRT-EOF TO TRUE
                   NOT AT END
                       IF FP-NAME = WS-INTERFACE-NAME
                               AND FP-COUNT = WS-FP-COUNT
                               AND FP-HASH = WS-FP-HASH
                               AND FP-CHECKSUM = WS-FP-CHECKSUM
                           PERFORM NOTE-MATCHING-FINGERPRINT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIFFPRT-FILE.

       FINGERPRINT-INPUT-FILE-EXIT.
           EXIT.

       ADD-FINGERPRINT-AMOUNT.

           IF WS-RUL-TYPE (WS-RUL-X) NOT = "A"
                   OR WS-RUL-START (WS-RUL-X) = ZERO
                   OR WS-RUL-LEN (WS-RUL-X) = ZERO
                   OR WS-RUL-LEN (WS-RUL-X) > 15
                   OR WS-RUL-START (WS-RUL-X)
                      + WS-RUL-LEN (WS-RUL-X) > 257
               GO TO ADD-FINGERPRINT-AMOUNT-EXIT
           END-IF.
           IF WS-INPUT-RECORD
                   (WS-RUL-START (WS-RUL-X):WS-RUL-LEN (WS-RUL-X))
                   IS NUMERIC
               MOVE WS-INPUT-RECORD
                   (WS-RUL-START (WS-RUL-X):WS-RUL-LEN (WS-RUL-X))
                   TO WS-FP-AMOUNT
               ADD WS-FP-AMOUNT TO WS-FP-HASH-SUM
           END-IF.

       ADD-FINGERPRINT-AMOUNT-EXIT.
           EXIT.

      *    In file order: an acceptance inside the look-back makes the
      *    file a duplicate and uses up any allowance before it; an
      *    operator's allowance after the last acceptance releases it.
       NOTE-MATCHING-FINGERPRINT.

           EVALUATE TRUE
               WHEN FP-ACCEPTED
                   MOVE "N" TO WS-DUP-RELEASED-SWITCH
                   IF FP-DATE NOT < WS-DUP-CUTOFF
                       SET WS-DUP-FOUND TO TRUE
                       MOVE FP-DATE TO WS-DUP-DATE
                       MOVE FP-TIME TO WS-DUP-TIME
                       MOVE FP-PATH TO WS-DUP-PATH
                   END-IF
               WHEN FP-OVERRIDDEN
                   SET WS-DUP-RELEASED TO TRUE
                   MOVE FP-OPERATOR TO WS-DUP-OPERATOR
           END-EVALUATE.

       REFUSE-DUPLICATE-FILE.

           MOVE "R" TO WS-FP-OUTCOME.
           PERFORM ADD-FINGERPRINT-LINE.

           MOVE SPACES TO WS-ERRLOG-DETAIL.
           STRING "DUPLICATE FILE REFUSED NAME=" DELIMITED BY SIZE
                  WS-INTERFACE-NAME              DELIMITED BY SPACE
                  " MATCHES "                    DELIMITED BY SIZE
                  WS-DUP-DATE                    DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-DUP-TIME                    DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-DUP-PATH                    DELIMITED BY SPACE
                  INTO WS-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WVALGATE",
               "REFUSE-DUPLICATE-FILE", WS-ERRLOG-DETAIL.

           OPEN OUTPUT WVALGATE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WVALGATE - VALIDATION OF " DELIMITED BY SIZE
                  WS-INTERFACE-NAME           DELIMITED BY SIZE
                  " FILE "                    DELIMITED BY SIZE
                  WS-INPUT-PATH (1:50)        DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE WVALGATE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WVALGATE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFUSED UNREAD -- THE SAME FILE WAS ACCEPTED ON "
                  WS-DUP-DATE " AT " WS-DUP-TIME (1:6)
                  " FROM " WS-DUP-PATH
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WVALGATE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FP-COUNT TO WS-COUNT-DISP.
           MOVE WS-FP-HASH TO WS-HASH-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FINGERPRINT: RECORDS " WS-COUNT-DISP
                  "  AMOUNT HASH " WS-HASH-DISP
                  "  CHECKSUM " WS-FP-CHECKSUM
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WVALGATE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "A GENUINE RESEND IS ALLOWED ON WINTFOP, FUNCTION R."
               TO WS-REPORT-LINE.
           WRITE WVALGATE-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WVALGATE-REPORT-FILE.

           DISPLAY "WVALGATE: " WS-INTERFACE-NAME " REFUSED -- "
                   "DUPLICATE OF THE FILE ACCEPTED " WS-DUP-DATE.

       ADD-FINGERPRINT-LINE.

           OPEN EXTEND WIFFPRT-FILE.
           IF WS-FPRT-FILE-STATUS = "35"
               OPEN OUTPUT WIFFPRT-FILE
           END-IF.
           IF WS-FPRT-FILE-STATUS NOT = "00"
               DISPLAY "WVALGATE: WIFFPRT.DAT COULD NOT BE WRITTEN."
           ELSE
               MOVE SPACES TO WIFFPRT-RECORD
               MOVE WS-INTERFACE-NAME TO FP-NAME
               MOVE WS-BUSINESS-DATE TO FP-DATE
               MOVE WS-FP-TIME TO FP-TIME
               MOVE WS-FP-OUTCOME TO FP-STATUS
               MOVE WS-FP-COUNT TO FP-COUNT
               MOVE WS-FP-HASH TO FP-HASH
               MOVE WS-FP-CHECKSUM TO FP-CHECKSUM
               MOVE ZERO TO FP-MATCH-DATE FP-MATCH-TIME
               IF FP-REFUSED
                   MOVE WS-DUP-DATE TO FP-MATCH-DATE
                   MOVE WS-DUP-TIME TO FP-MATCH-TIME
               END-IF
               MOVE WS-INPUT-PATH (1:60) TO FP-PATH
               WRITE WIFFPRT-RECORD
               CLOSE WIFFPRT-FILE
           END-IF.

      ******************************************************************
      * FIND THE INTERFACE'S WIFREG.DAT REGISTRATION.
      ******************************************************************
               GO TO APPLY-ONE-RULE-EXIT
           END-IF.

           IF WS-RUL-TYPE (WS-RUL-X) = "N" OR "A"
               IF WS-FIELD-VALUE (1:WS-RUL-LEN (WS-RUL-X))
                       IS NOT NUMERIC
                   MOVE "FIELD IS NOT NUMERIC" TO WS-REASON-TEXT
           EXIT.

      *    THE ALLOWED LIST IS COMMA-SEPARATED; THE FIELD, TRAILING
      *    BLANKS DROPPED, MUST MATCH ONE ENTRY EXACTLY, OR BE A CODE
      *    IN EFFECT IN AN "@NAME" ENTRY'S CODE TABLE.
       MATCH-ALLOWED-VALUES.

           MOVE "N" TO WS-VALUE-MATCH-SWITCH.
                   INTO WS-VALUE-ITEM, WS-VALUE-TEMP
               END-UNSTRING
               MOVE WS-VALUE-TEMP TO WS-VALUE-REST
               IF WS-VALUE-ITEM (1:1) = "@"
                   PERFORM MATCH-CODE-TABLE
                       THRU MATCH-CODE-TABLE-EXIT
               ELSE
                   IF WS-VALUE-ITEM NOT = SPACES
                           AND WS-VALUE-ITEM
                               = WS-FIELD-VALUE (1:40)
                       MOVE "Y" TO WS-VALUE-MATCH-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-CODE-TABLE.

           IF WS-FIELD-VALUE (9:72) NOT = SPACES
               GO TO MATCH-CODE-TABLE-EXIT
           END-IF.
           MOVE SPACES TO WCODETAB-RECORD.
           MOVE WS-VALUE-ITEM (2:8) TO CT-TABLE.
           MOVE WS-FIELD-VALUE (1:8) TO CT-CODE.
           MOVE WS-BUSINESS-DATE TO CT-FROM.
           MOVE ZERO TO CT-TO.
           CALL "WCODETAB" USING "VAL", WCODETAB-RECORD,
               WS-CODE-RETURN
               ON EXCEPTION
                   MOVE 2 TO WS-CODE-RETURN
           END-CALL.
           IF WS-CODE-RETURN = ZERO
               MOVE "Y" TO WS-VALUE-MATCH-SWITCH
           END-IF.

       MATCH-CODE-TABLE-EXIT.
           EXIT.

       REPORT-ONE-REJECT.

           MOVE "Y" TO WS-RECORD-BAD-SWITCH.
